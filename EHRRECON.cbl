*> CONFIRMACAO COM O EXTRATO ENVIADO (DD EHREXTR) E:
*>   - GRAVA OS REGISTROS SEM CONFIRMACAO OU RECUSADOS NO ARQUIVO
*>     DE PENDENCIAS (DD EHRPEND), QUE O IMCLOTE COPIA PARA O
*>     INICIO DO EXTRATO DA NOITE SEGUINTE (REAPRESENTACAO) - AS
*>     MEDICOES DA CLINICA (ORIGEM 'C' NA COLUNA 33, VINDAS DA FILA
*>     DO IMC INTERATIVO) SEGUEM O MESMO CAMINHO DAS DO LOTE;
*>   - IMPRIME O RELATORIO DA CONCILIACAO (DD RECONREL);
*>   - TERMINA COM RC=4 QUANDO HA QUALQUER PENDENCIA, PARA A
*>     OPERACAO ENXERGAR O PROBLEMA NA GRADE, ESPELHANDO O QUE O
*>     IMCCONC JA FAZ NO SENTIDO DE SAIDA.
*> O RESULTADO E AS CONTAGENS VAO PARA O HISTORICO DA RODADA
*> NOTURNA (DD HISTNOIT), LIDO PELO NOITERES NO FIM DO IMCNOITE.
*> CODIGOS DE RETORNO: 0 = TUDO CONFIRMADO; 4 = PENDENCIAS OU
*> CONFIRMACOES SEM EXTRATO NO RELATORIO; 16 = ERRO DE ARQUIVO.

    SELECT ARQ-RECONREL ASSIGN TO RECONREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-RECONREL.
    SELECT ARQ-HISTNOIT ASSIGN TO HISTNOIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-HISTNOIT.

DATA DIVISION.
FILE SECTION.
FD  ARQ-RECONREL.
    01 LINHA-RECONREL PIC X(100).

FD  ARQ-HISTNOIT.
    01 LINHA-HISTNOIT PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-STATUS-EHRACK      PIC X(2) VALUE SPACES.
    01 WS-STATUS-EXTRATO-EHR PIC X(2) VALUE SPACES.
    01 WS-STATUS-EHRPEND     PIC X(2) VALUE SPACES.
    01 WS-STATUS-RECONREL    PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTNOIT    PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
    01 WS-DATA-ATUAL         PIC 9(8) VALUE 0.
    01 LINHA-EXTRATO-EHR-DET.
        02 EE-CLASSIFICACAO  PIC X(10).
        02 EE-DATA           PIC 9(8).
        02 EE-UNIDADE        PIC X(3).
        02 EE-ORIGEM         PIC X(1).
        02 EE-REAPRESENTADO  PIC X(1).
        02 FILLER            PIC X(13).
*> COLUNA 48: 'C'/'A' = CORRECAO/CANCELAMENTO DE MEDICAO JA ENVIADA
*> (IMCCORR, SEMPRE VIA FILA DA CLINICA); BRANCO = MEDICAO.
        02 EE-TIPO-REGISTRO  PIC X(1).
        02 FILLER            PIC X(2).
    01 WS-ORIGEM-TEXTO       PIC X(8) VALUE SPACES.

*> CONFIRMACOES CARREGADAS EM TABELA PARA O CASAMENTO COM O
*> EXTRATO (MESMO LIMITE DA TABELA DE IDS DO EHRDEMOG).
    01 WS-TOTAL-SEM-ACK      PIC 9(7) VALUE 0.
    01 WS-TOTAL-PENDENTES    PIC 9(7) VALUE 0.
    01 WS-ACKS-SEM-EXTRATO   PIC 9(7) VALUE 0.
    01 WS-TOTAL-CORRECOES    PIC 9(7) VALUE 0.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    COPY HISTNOIT.

PROCEDURE DIVISION.
    DISPLAY "EHRRECON - CONCILIACAO DA CONFIRMACAO DE CARGA DO EHR"
        DISPLAY "HA PENDENCIAS NA CARGA DO EHR - VER RELATORIO"
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 0600-REGISTRAR-NOITE
    STOP RUN.

0100-ABRIR-ARQUIVOS.
            NOT AT END
                ADD 1 TO WS-TOTAL-EXTRATO
                MOVE LINHA-EXTRATO-EHR TO LINHA-EXTRATO-EHR-DET
                IF EE-ORIGEM = 'C'
                    MOVE "CLINICA" TO WS-ORIGEM-TEXTO
                ELSE
                    MOVE "LOTE" TO WS-ORIGEM-TEXTO
                END-IF
*> CORRECAO/CANCELAMENTO (IMCCORR) SEMPRE VEM DA FILA DA CLINICA:
*> O TIPO DO REGISTRO TOMA O LUGAR DA ORIGEM NO RELATORIO.
                IF EE-TIPO-REGISTRO = 'C'
                    MOVE "CORRECAO" TO WS-ORIGEM-TEXTO
                    ADD 1 TO WS-TOTAL-CORRECOES
                ELSE
                    IF EE-TIPO-REGISTRO = 'A'
                        MOVE "ANULACAO" TO WS-ORIGEM-TEXTO
                        ADD 1 TO WS-TOTAL-CORRECOES
                    END-IF
                END-IF
                PERFORM 0310-CASAR-REGISTRO
        END-READ
    END-PERFORM
        PERFORM 0320-GRAVAR-PENDENCIA
        MOVE SPACES TO LINHA-TEXTO
        STRING "ID " EE-ID-PACIENTE " DATA " EE-DATA
            " " WS-ORIGEM-TEXTO
            " SEM CONFIRMACAO DO EHR - REAPRESENTADO"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-RECONREL FROM LINHA-TEXTO
            PERFORM 0320-GRAVAR-PENDENCIA
            MOVE SPACES TO LINHA-TEXTO
            STRING "ID " EE-ID-PACIENTE " DATA " EE-DATA
                " " WS-ORIGEM-TEXTO
                " RECUSADO PELO EHR (" TA-MOTIVO (WS-ACK-ACHADA)
                ") - REAPRESENTADO"
                DELIMITED BY SIZE INTO LINHA-TEXTO
    STRING "PENDENCIAS PARA REAPRESENTACAO: " WS-TOTAL-PENDENTES
        "  CONFIRMACOES SEM EXTRATO: " WS-ACKS-SEM-EXTRATO
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-RECONREL FROM LINHA-TEXTO
    IF WS-TOTAL-CORRECOES > 0
        MOVE SPACES TO LINHA-TEXTO
        STRING "CORRECOES/CANCELAMENTOS DE MEDICAO NO EXTRATO: "
            WS-TOTAL-CORRECOES DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-RECONREL FROM LINHA-TEXTO
    END-IF.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-EHRPEND
    CLOSE ARQ-RECONREL.

0600-REGISTRAR-NOITE.
*> ACRESCENTA O RESULTADO DESTA EXECUCAO AO HISTORICO DA RODADA
*> NOTURNA (COPYBOOK HISTNOIT). SEM O HISTORICO A EXECUCAO SEGUE -
*> SO FICA FORA DO RESUMO DA MANHA (NOITERES).
    MOVE WS-DATA-ATUAL TO HN-DATA
    ACCEPT HN-HORA FROM TIME
    MOVE "EHRRECON" TO HN-PROGRAMA
    MOVE RETURN-CODE TO HN-RETORNO
    MOVE ZEROS TO HN-CONTAGENS
    MOVE WS-TOTAL-EXTRATO    TO HN-REC-EXTRATO
    MOVE WS-TOTAL-ACEITOS    TO HN-REC-ACEITOS
    MOVE WS-TOTAL-RECUSADOS  TO HN-REC-RECUSADOS
    MOVE WS-TOTAL-SEM-ACK    TO HN-REC-SEM-ACK
    MOVE WS-TOTAL-PENDENTES  TO HN-REC-PENDENTES
    MOVE WS-ACKS-SEM-EXTRATO TO HN-REC-ACKS-SOBRA
    MOVE WS-TOTAL-CORRECOES  TO HN-REC-CORRECOES
    OPEN EXTEND ARQ-HISTNOIT
    IF WS-STATUS-HISTNOIT = "00"
        WRITE LINHA-HISTNOIT FROM REG-HIST-NOITE
        CLOSE ARQ-HISTNOIT
    ELSE
        DISPLAY "HISTORICO DA RODADA NOTURNA (DD HISTNOIT) NAO "
            "DISPONIVEL - STATUS: " WS-STATUS-HISTNOIT
        DISPLAY "EXECUCAO NAO REGISTRADA NO RESUMO DA MANHA"
    END-IF.
