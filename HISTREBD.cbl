*> AUDITORIA VIVA (DD AUDITORI) E NAS GERACOES ARQUIVADAS PELO
*> AUDARQV (DD ARQMES). ESTE PROGRAMA REPROCESSA A TRILHA EM ORDEM
*> DE DATA/HORA POR PACIENTE E REGERA HIST-NOME, HIST-IMC-ATUAL,
*> HIST-IMC-ANTERIOR E HIST-DATA-ULTIMA (MAIS A UNIDADE E A MARCA
*> DE GESTANTE DA ULTIMA MEDICAO) EM UM ARQUIVO INDEXADO NOVO
*> (DD HISTNOVO). MODO VIA SYSIN:
*>   R = RECONSTRUIR: GERA O HISTNOVO (A TROCA PELO VIVO E FEITA
*>       NO JCL, POR REDEFINICAO E REPRO IDCAMS - VER O CARTAO);
*>   C = CONFERIR: ALEM DE GERAR O HISTNOVO, COMPARA COM O
*> PACIENTES FUNDIDOS PELO PACMERGE (SITUACAO 'M' NO MESTRE) TEM
*> SUAS LINHAS REDIRECIONADAS PARA O ID SOBREVIVENTE, PARA A
*> RECONSTRUCAO NAO RESSUSCITAR HISTORICOS JA DOBRADOS.
*> CORRECOES E ANULACOES GRAVADAS PELO IMCCORR SAO APLICADAS ANTES
*> DO SORT: A MEDICAO CORRIGIDA ENTRA COM O IMC CORRIGIDO E A
*> ANULADA NAO ENTRA, COMO O IMCCORR DEIXA O HISTORICO VIVO.
*> CODIGOS DE RETORNO: 0 = RECONSTRUIDO / SEM DIFERENCA;
*> 4 = MODO C COM DIFERENCAS NO RELATORIO; 16 = ERRO.

        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-HISTNOVO.
    01 REG-HISTNOVO.
        02 HN-IMC-ANTERIOR  PIC 9(3)V99.
        02 HN-DATA-ULTIMA   PIC 9(8).
        02 HN-UNIDADE       PIC X(3).
        02 HN-GESTANTE      PIC X(1).

FD  ARQ-REBDREL.
    01 LINHA-REBDREL PIC X(100).
        02 SORT-IMC      PIC 9(3)V99.
        02 SORT-NOME     PIC X(20).
        02 SORT-UNIDADE  PIC X(3).
        02 SORT-GESTANTE PIC X(1).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-FIM-HISTORICO    PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    01 WS-SEM-PACMEST      PIC X(1) VALUE 'N'.
    COPY CORRECAO.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.

*> IMAGEM DA LINHA DE AUDITORIA (LINHA-AUDITORIA-DET DO IMC/IMCLOTE)
        02 AL-CLASSIF   PIC X(10).
        02 FILLER       PIC X(1).
        02 AL-UNIDADE   PIC X(3).
        02 FILLER       PIC X(1).
*> PESO E ALTURA EXATOS (COLUNAS 106-115); EM BRANCO NAS LINHAS
*> GRAVADAS ANTES DA MEDICAO COM DECIMAIS.
        02 AL-PESO-PRECISO     PIC X(6).
        02 AL-PESO-PRECISO-N   REDEFINES AL-PESO-PRECISO PIC 9(3)V999.
        02 AL-ALTURA-PRECISA   PIC X(4).
        02 AL-ALTURA-PRECISA-N REDEFINES AL-ALTURA-PRECISA PIC 9(3)V9.
        02 AL-GESTANTE  PIC X(1).
        02 FILLER       PIC X(4).

    01 WS-ID-LINHA         PIC 9(6) VALUE 0.
    01 WS-GRUPO-ID         PIC 9(6) VALUE 0.
    01 WS-GRUPO-IMC-ANT    PIC 9(3)V99 VALUE 0.
    01 WS-GRUPO-DATA       PIC 9(8) VALUE 0.
    01 WS-GRUPO-UNIDADE    PIC X(3) VALUE SPACES.
    01 WS-GRUPO-GESTANTE   PIC X(1) VALUE 'N'.
    01 WS-GRUPO-LINHAS     PIC 9(7) VALUE 0.

    01 WS-TOTAL-LINHAS     PIC 9(7) VALUE 0.
    END-IF

    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0150-CARREGAR-CORRECOES
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-ID
        ON ASCENDING KEY SORT-DATA
    DISPLAY "LINHAS ILEGIVEIS IGNORADAS: " WS-LINHAS-ILEGIVEIS
    DISPLAY "LINHAS REDIRECIONADAS (PACIENTES FUNDIDOS): "
        WS-LINHAS-REDIRIGIDAS
    DISPLAY "MEDICOES CORRIGIDAS (IMCCORR): " WS-CORR-APLICADAS
    DISPLAY "MEDICOES ANULADAS (IMCCORR) IGNORADAS: " WS-CORR-ANULADAS
    DISPLAY "PACIENTES RECONSTRUIDOS: " WS-TOTAL-PACIENTES
    IF WS-MODO = 'C'
        DISPLAY "DIFERENCAS CONTRA O HISTORICO VIVO: "
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-REBDREL FROM LINHA-TEXTO.

0150-CARREGAR-CORRECOES.
*> PRIMEIRA PASSADA: EVENTOS DE CORRECAO/ANULACAO DO IMCCORR NA
*> TRILHA VIVA E NO ARQUIVO MENSAL; OS ARQUIVOS SAO REABERTOS PARA
*> A LIBERACAO AO SORT.
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                MOVE LINHA-AUDITORIA TO LINHA-AUD-CORRECAO
                PERFORM 0900-GUARDAR-CORRECAO
        END-READ
    END-PERFORM
    CLOSE ARQ-AUDITORIA
    OPEN INPUT ARQ-AUDITORIA
    IF WS-STATUS-AUDITORIA NOT = "00"
        DISPLAY "ERRO AO REABRIR AUDITORIA (DD AUDITORI) - STATUS: "
            WS-STATUS-AUDITORIA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-SEM-ARQMES = 'N'
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-ARQMES
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    MOVE LINHA-ARQMES TO LINHA-AUD-CORRECAO
                    PERFORM 0900-GUARDAR-CORRECAO
            END-READ
        END-PERFORM
        CLOSE ARQ-ARQMES
        OPEN INPUT ARQ-ARQMES
        IF WS-STATUS-ARQMES NOT = "00"
            DISPLAY "ERRO AO REABRIR ARQUIVO MENSAL (DD ARQMES) - "
                "STATUS: " WS-STATUS-ARQMES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0200-LIBERAR-AUDITORIA.
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'

0210-LIBERAR-LINHA.
    ADD 1 TO WS-TOTAL-LINHAS
    PERFORM 0920-APLICAR-CORRECAO
    IF WS-CORR-DESCARTAR = 'S'
        CONTINUE
    ELSE
    IF AL-ID IS NUMERIC AND AL-DATA IS NUMERIC
       AND AL-HORA IS NUMERIC
        MOVE AL-ID TO WS-ID-LINHA
        COMPUTE SORT-IMC = FUNCTION NUMVAL(AL-IMC)
        MOVE AL-NOME TO SORT-NOME
        MOVE AL-UNIDADE TO SORT-UNIDADE
*> LINHA ANTERIOR A MARCA DE GESTANTE VEM EM BRANCO: NAO GESTANTE,
*> COMO O 0200-ATUALIZAR-HISTORICO GRAVA.
        IF AL-GESTANTE = 'S'
            MOVE 'S' TO SORT-GESTANTE
        ELSE
            MOVE 'N' TO SORT-GESTANTE
        END-IF
        RELEASE REG-SORT
    ELSE
        ADD 1 TO WS-LINHAS-ILEGIVEIS
    END-IF
    END-IF.

0220-REDIRECIONAR-FUNDIDO.
    MOVE SORT-IMC  TO WS-GRUPO-IMC-ATUAL
    MOVE SORT-DATA TO WS-GRUPO-DATA
    MOVE SORT-NOME TO WS-GRUPO-NOME
    MOVE SORT-UNIDADE TO WS-GRUPO-UNIDADE
    MOVE SORT-GESTANTE TO WS-GRUPO-GESTANTE.

0320-FECHAR-GRUPO.
    IF WS-GRUPO-ABERTO = 'S'
        MOVE WS-GRUPO-IMC-ANT   TO HN-IMC-ANTERIOR
        MOVE WS-GRUPO-DATA      TO HN-DATA-ULTIMA
        MOVE WS-GRUPO-UNIDADE   TO HN-UNIDADE
        MOVE WS-GRUPO-GESTANTE  TO HN-GESTANTE
        WRITE REG-HISTNOVO
        IF WS-STATUS-HISTNOVO NOT = "00"
            DISPLAY "ERRO AO GRAVAR HISTORICO RECONSTRUIDO DO ID "
           OR HIST-IMC-ANTERIOR NOT = HN-IMC-ANTERIOR
           OR HIST-DATA-ULTIMA NOT = HN-DATA-ULTIMA
           OR HIST-UNIDADE NOT = HN-UNIDADE
           OR HIST-GESTANTE NOT = HN-GESTANTE
            ADD 1 TO WS-TOTAL-DIFERENCAS
            MOVE SPACES TO LINHA-TEXTO
            STRING "ID " HN-ID-PACIENTE
    END-IF
    CLOSE ARQ-HISTNOVO
    CLOSE ARQ-REBDREL.

0900-GUARDAR-CORRECAO.
*> EVENTO DE CORRECAO/ANULACAO (COPYBOOK CORRECAO) NA TABELA: UMA
*> ENTRADA POR MEDICAO, FICANDO O EVENTO MAIS RECENTE.
    IF (LCR-CORRECAO OR LCR-ANULACAO)
       AND LCR-ID IS NUMERIC AND LCR-DATA-ORIG IS NUMERIC
       AND LCR-HORA-ORIG IS NUMERIC
       AND LCR-DATA IS NUMERIC AND LCR-HORA IS NUMERIC
        MOVE LCR-ID        TO WS-CORR-BUSCA-ID
        MOVE LCR-DATA-ORIG TO WS-CORR-BUSCA-DATA
        MOVE LCR-HORA-ORIG TO WS-CORR-BUSCA-HORA
        PERFORM 0910-PROCURAR-CORRECAO
        IF WS-CORR-ACHADA = 0
            IF WS-CORR-QTDE >= WS-CORR-LIMITE
                DISPLAY "TABELA DE CORRECOES CHEIA (" WS-CORR-LIMITE
                    ") - AUMENTE TAB-CORRECOES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CORR-QTDE
            MOVE WS-CORR-QTDE  TO WS-CORR-ACHADA
            MOVE LCR-ID        TO CR-ID (WS-CORR-ACHADA)
            MOVE LCR-DATA-ORIG TO CR-DATA-ORIG (WS-CORR-ACHADA)
            MOVE LCR-HORA-ORIG TO CR-HORA-ORIG (WS-CORR-ACHADA)
            MOVE 0             TO CR-EVENTO (WS-CORR-ACHADA)
        END-IF
        COMPUTE WS-CORR-EVENTO = LCR-DATA * 100000000 + LCR-HORA
        IF WS-CORR-EVENTO >= CR-EVENTO (WS-CORR-ACHADA)
            MOVE WS-CORR-EVENTO TO CR-EVENTO (WS-CORR-ACHADA)
            IF LCR-ANULACAO
                MOVE 'A' TO CR-TIPO (WS-CORR-ACHADA)
            ELSE
                MOVE 'C' TO CR-TIPO (WS-CORR-ACHADA)
            END-IF
            MOVE LCR-PESO    TO CR-PESO (WS-CORR-ACHADA)
            MOVE LCR-ALTURA  TO CR-ALTURA (WS-CORR-ACHADA)
            MOVE LCR-CINTURA TO CR-CINTURA (WS-CORR-ACHADA)
            MOVE LCR-IMC     TO CR-IMC (WS-CORR-ACHADA)
            MOVE LCR-CLASSIF TO CR-CLASSIF (WS-CORR-ACHADA)
        END-IF
    END-IF.

0910-PROCURAR-CORRECAO.
    MOVE 0 TO WS-CORR-ACHADA
    PERFORM VARYING WS-CORR-I FROM 1 BY 1
            UNTIL WS-CORR-I > WS-CORR-QTDE OR WS-CORR-ACHADA > 0
        IF CR-ID (WS-CORR-I) = WS-CORR-BUSCA-ID
           AND CR-DATA-ORIG (WS-CORR-I) = WS-CORR-BUSCA-DATA
           AND CR-HORA-ORIG (WS-CORR-I) = WS-CORR-BUSCA-HORA
            MOVE WS-CORR-I TO WS-CORR-ACHADA
        END-IF
    END-PERFORM.

0920-APLICAR-CORRECAO.
*> MEDICAO CORRIGIDA: OS VALORES DO EVENTO SUBSTITUEM OS DA LINHA
*> ORIGINAL; MEDICAO ANULADA: A LINHA E DESCARTADA.
    MOVE 'N' TO WS-CORR-DESCARTAR
    MOVE 0 TO WS-CORR-ACHADA
    IF WS-CORR-QTDE > 0 AND AL-ID IS NUMERIC
       AND AL-DATA IS NUMERIC AND AL-HORA IS NUMERIC
        MOVE AL-ID   TO WS-CORR-BUSCA-ID
        MOVE AL-DATA TO WS-CORR-BUSCA-DATA
        MOVE AL-HORA TO WS-CORR-BUSCA-HORA
        PERFORM 0910-PROCURAR-CORRECAO
        IF WS-CORR-ACHADA > 0
            IF CR-TIPO (WS-CORR-ACHADA) = 'A'
                MOVE 'S' TO WS-CORR-DESCARTAR
                ADD 1 TO WS-CORR-ANULADAS
            ELSE
                MOVE CR-PESO (WS-CORR-ACHADA)   TO AL-PESO-PRECISO-N
                MOVE CR-ALTURA (WS-CORR-ACHADA) TO AL-ALTURA-PRECISA-N
                MOVE CR-CINTURA (WS-CORR-ACHADA) TO WS-CORR-ED-CINTURA
                MOVE WS-CORR-ED-CINTURA         TO AL-CINTURA
                MOVE CR-IMC (WS-CORR-ACHADA)    TO WS-CORR-ED-IMC
                MOVE WS-CORR-ED-IMC             TO AL-IMC
                MOVE CR-CLASSIF (WS-CORR-ACHADA) TO AL-CLASSIF
                ADD 1 TO WS-CORR-APLICADAS
            END-IF
        END-IF
    END-IF.
