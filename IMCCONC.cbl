*> DA EXECUCAO. QUALQUER DIVERGENCIA TERMINA COM RETURN-CODE 16 PARA
*> QUE O JOB NAO DEIXE A EHRCARGA CARREGAR UM EXTRATO INCOMPLETO OU
*> DUPLICADO.
*> O EXTRATO TRAZ TRES GRUPOS, CADA UM CONFERIDO CONTRA O SEU
*> TOTAL: OS REAPRESENTADOS DA CARGA ANTERIOR ('R' NA COLUNA 34),
*> AS MEDICOES DA CLINICA COPIADAS DA FILA DO IMC INTERATIVO ('C'
*> NA COLUNA 33) E OS REGISTROS DO LOTE DA NOITE.
*> O RESULTADO E AS CONTAGENS VAO PARA O HISTORICO DA RODADA
*> NOTURNA (DD HISTNOIT), LIDO PELO NOITERES NO FIM DO IMCNOITE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-HISTNOIT ASSIGN TO HISTNOIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-HISTNOIT.

DATA DIVISION.
FILE SECTION.
FD  ARQ-CONTROLE.
    01 LINHA-CONTROLE PIC X(83).

FD  ARQ-EXTRATO-EHR.
    01 LINHA-EXTRATO-EHR PIC X(50).
FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-HISTNOIT.
    01 LINHA-HISTNOIT PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-STATUS-CONTROLE    PIC X(2) VALUE SPACES.
    01 WS-STATUS-EXTRATO-EHR PIC X(2) VALUE SPACES.
    01 WS-STATUS-AUDITORIA   PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTNOIT    PIC X(2) VALUE SPACES.
    01 WS-DATA-ATUAL         PIC 9(8) VALUE 0.
    01 WS-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
    01 WS-HOUVE-DIVERGENCIA  PIC X(1) VALUE 'N'.
    01 WS-QTDE-DIVERGENCIAS  PIC 9(7) VALUE 0.
    01 WS-CONTROLES-LIDOS    PIC 9(5) VALUE 0.
    01 REG-CONTROLE-ATUAL.
        02 CTL-DATA-EXECUCAO     PIC 9(8).
        02 CTL-TOTAL-EXTRATO     PIC 9(5).
        02 CTL-TOTAL-SUBSTITUIDOS PIC 9(5).
        02 CTL-TOTAL-REAPRESENTADOS PIC 9(5).
        02 CTL-TOTAL-CLINICA     PIC 9(5).
        02 CTL-SITES.
            03 CTL-SITE-ENTRADA OCCURS 5.
                04 CTL-SITE-UNIDADE      PIC X(3).
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
    01 WS-AUD-DATA           PIC X(8) VALUE SPACES.
    01 WS-CTL-DATA-TEXTO     PIC 9(8) VALUE 0.
    01 WS-EXTRATO-DA-DATA    PIC 9(7) VALUE 0.
    01 WS-EXTRATO-OUTRA-DATA PIC 9(7) VALUE 0.
    01 WS-EXTRATO-REAPRES    PIC 9(7) VALUE 0.
    01 WS-EXTRATO-CLINICA    PIC 9(7) VALUE 0.
    01 WS-EXTRATO-CORRECOES  PIC 9(7) VALUE 0.
    01 WS-AUDITORIA-DA-DATA  PIC 9(7) VALUE 0.
    01 WS-SOMA-LIDOS         PIC 9(7) VALUE 0.
    01 WS-SOMA-UNIDADES      PIC 9(7) VALUE 0.
    01 WS-U                  PIC 9(1) VALUE 0.
    COPY HISTNOIT.

PROCEDURE DIVISION.
    DISPLAY "IMCCONC - CONCILIACAO DO EXTRATO EHR"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    PERFORM 0100-LER-CONTROLE
    PERFORM 0200-CONTAR-EXTRATO
    PERFORM 0300-CONTAR-AUDITORIA
        DISPLAY "CONCILIACAO SEM DIVERGENCIA - EXTRATO LIBERADO "
            "PARA A CARGA DO EHR"
    END-IF
    PERFORM 0500-REGISTRAR-NOITE
    STOP RUN.

0100-LER-CONTROLE.
        " REJEITADOS: " CTL-TOTAL-REJEITADOS
        " EXTRATO: " CTL-TOTAL-EXTRATO
        " SUBSTITUIDOS: " CTL-TOTAL-SUBSTITUIDOS
        " REAPRESENTADOS: " CTL-TOTAL-REAPRESENTADOS
        " CLINICA: " CTL-TOTAL-CLINICA.

0200-CONTAR-EXTRATO.
    OPEN INPUT ARQ-EXTRATO-EHR
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                MOVE LINHA-EXTRATO-EHR TO LINHA-EXTRATO-EHR-DET
                IF EE-REAPRESENTADO = 'R'
                    ADD 1 TO WS-EXTRATO-REAPRES
                ELSE
                    IF EE-ORIGEM = 'C'
                        ADD 1 TO WS-EXTRATO-CLINICA
                        IF EE-TIPO-REGISTRO = 'C'
                           OR EE-TIPO-REGISTRO = 'A'
                            ADD 1 TO WS-EXTRATO-CORRECOES
                        END-IF
                    ELSE
                        IF EE-DATA = CTL-DATA-EXECUCAO
                            ADD 1 TO WS-EXTRATO-DA-DATA
                        ELSE
                            ADD 1 TO WS-EXTRATO-OUTRA-DATA
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARQ-EXTRATO-EHR
    DISPLAY "EXTRATO EHR - REGISTROS DO LOTE DA DATA: "
        WS-EXTRATO-DA-DATA
        " DO LOTE DE OUTRAS DATAS: " WS-EXTRATO-OUTRA-DATA
    DISPLAY "EXTRATO EHR - REAPRESENTADOS: " WS-EXTRATO-REAPRES
        " DA CLINICA: " WS-EXTRATO-CLINICA
    IF WS-EXTRATO-CORRECOES > 0
        DISPLAY "EXTRATO EHR - CORRECOES/CANCELAMENTOS (DENTRO DOS DA "
            "CLINICA): " WS-EXTRATO-CORRECOES
    END-IF.

0300-CONTAR-AUDITORIA.
    OPEN INPUT ARQ-AUDITORIA
        + CTL-TOTAL-REJEITADOS + CTL-TOTAL-SUBSTITUIDOS
    IF WS-SOMA-LIDOS NOT = CTL-TOTAL-LIDOS
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: LIDOS (" CTL-TOTAL-LIDOS ") DIFERE DE "
            "PROCESSADOS + REJEITADOS + SUBSTITUIDOS ("
            WS-SOMA-LIDOS ")"
    END-IF
    IF CTL-TOTAL-EXTRATO NOT = CTL-TOTAL-PROCESSADOS
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: EXTRATO GRAVADO (" CTL-TOTAL-EXTRATO
            ") DIFERE DE PROCESSADOS (" CTL-TOTAL-PROCESSADOS ")"
    END-IF
    IF WS-EXTRATO-DA-DATA NOT = CTL-TOTAL-EXTRATO
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: REGISTROS NO EXTRATO (" WS-EXTRATO-DA-DATA
            ") DIFEREM DO TOTAL DE CONTROLE (" CTL-TOTAL-EXTRATO ")"
    END-IF
*> OS REAPRESENTADOS PELO EHRRECON (PENDENCIAS DA CARGA ANTERIOR,
*> COPIADOS NO INICIO DO EXTRATO COM A DATA ORIGINAL) E AS
*> MEDICOES DA FILA DA CLINICA TEM CADA UM O SEU TOTAL - UM
*> REGISTRO DO LOTE COM OUTRA DATA E EXTRATO MISTURADO OU ANTIGO.
    IF WS-EXTRATO-REAPRES NOT = CTL-TOTAL-REAPRESENTADOS
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: " WS-EXTRATO-REAPRES " REGISTROS "
            "REAPRESENTADOS NO EXTRATO, MAS " CTL-TOTAL-REAPRESENTADOS
            " REAPRESENTADOS NO CONTROLE"
    END-IF
    IF WS-EXTRATO-CLINICA NOT = CTL-TOTAL-CLINICA
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: " WS-EXTRATO-CLINICA " MEDICOES DA "
            "CLINICA NO EXTRATO, MAS " CTL-TOTAL-CLINICA
            " NO CONTROLE"
    END-IF
    IF WS-EXTRATO-OUTRA-DATA > 0
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: " WS-EXTRATO-OUTRA-DATA " REGISTROS DO "
            "LOTE COM DATA DIFERENTE DA EXECUCAO NO EXTRATO"
    END-IF
*> A AUDITORIA E ACUMULATIVA E TAMBEM RECEBE AS SESSOES INTERATIVAS
*> DO MESMO DIA, PORTANTO A DATA PODE TER MAIS LINHAS QUE O LOTE -
*> NUNCA MENOS.
    IF WS-AUDITORIA-DA-DATA < CTL-TOTAL-PROCESSADOS
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: LINHAS DE AUDITORIA DA DATA ("
            WS-AUDITORIA-DA-DATA ") ABAIXO DOS PROCESSADOS ("
            CTL-TOTAL-PROCESSADOS ")"
    END-PERFORM
    IF WS-SOMA-UNIDADES NOT = CTL-TOTAL-PROCESSADOS
        MOVE 'S' TO WS-HOUVE-DIVERGENCIA
        ADD 1 TO WS-QTDE-DIVERGENCIAS
        DISPLAY "DIVERGENCIA: SOMA DOS PROCESSADOS POR UNIDADE ("
            WS-SOMA-UNIDADES ") DIFERE DO TOTAL DE PROCESSADOS ("
            CTL-TOTAL-PROCESSADOS ")"
    END-IF.

0500-REGISTRAR-NOITE.
*> ACRESCENTA O RESULTADO DESTA EXECUCAO AO HISTORICO DA RODADA
*> NOTURNA (COPYBOOK HISTNOIT). SEM O HISTORICO A EXECUCAO SEGUE -
*> SO FICA FORA DO RESUMO DA MANHA (NOITERES).
    MOVE WS-DATA-ATUAL TO HN-DATA
    ACCEPT HN-HORA FROM TIME
    MOVE "IMCCONC" TO HN-PROGRAMA
    MOVE RETURN-CODE TO HN-RETORNO
    MOVE ZEROS TO HN-CONTAGENS
    MOVE WS-EXTRATO-DA-DATA    TO HN-CON-LOTE
    MOVE WS-EXTRATO-REAPRES    TO HN-CON-REAPRES
    MOVE WS-EXTRATO-CLINICA    TO HN-CON-CLINICA
    MOVE WS-EXTRATO-OUTRA-DATA TO HN-CON-OUTRA-DATA
    MOVE WS-AUDITORIA-DA-DATA  TO HN-CON-AUDITORIA
    MOVE WS-QTDE-DIVERGENCIAS  TO HN-CON-DIVERGENCIAS
    OPEN EXTEND ARQ-HISTNOIT
    IF WS-STATUS-HISTNOIT = "00"
        WRITE LINHA-HISTNOIT FROM REG-HIST-NOITE
        CLOSE ARQ-HISTNOIT
    ELSE
        DISPLAY "HISTORICO DA RODADA NOTURNA (DD HISTNOIT) NAO "
            "DISPONIVEL - STATUS: " WS-STATUS-HISTNOIT
        DISPLAY "EXECUCAO NAO REGISTRADA NO RESUMO DA MANHA"
    END-IF.
