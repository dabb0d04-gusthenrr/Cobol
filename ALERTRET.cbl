IDENTIFICATION DIVISION.
PROGRAM-ID. ALERTRET.

*> CIENCIA DAS NUTRICIONISTAS NO LIVRO DE ALERTAS DE PESO: O
*> IMCALERT ENTREGA O ARQUIVO DE ALERTAS TODA MANHA, E ESTE PROGRAMA
*> TRAZ DE VOLTA QUEM JA FOI AVALIADO. LE O ARQUIVO DE CIENCIA DA
*> EQUIPE (DD ALERTCIE: ID NAS COLUNAS 1-6, DATA DA CIENCIA NAS
*> COLUNAS 8-15, NUTRICIONISTA RESPONSAVEL NAS COLUNAS 17-36) E
*> MARCA O ALERTA COMO CIENTE NO LIVRO (DD ALERTLIV, INDEXADO POR
*> ID). O IMCALERT DEIXA DE LISTAR O PACIENTE CIENTE ATE QUE AS
*> PESAGENS POSTERIORES A CIENCIA CONFIGUREM UM NOVO ALERTA.
*> IMPRIME O RELATORIO DA APLICACAO (DD CIENREL).
*> CODIGOS DE RETORNO: 0 = TODAS APLICADAS; 4 = CIENCIAS INVALIDAS
*> OU SEM ALERTA PENDENTE NO RELATORIO; 16 = ERRO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-ALERTCIE ASSIGN TO ALERTCIE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ALERTCIE.
    SELECT ARQ-ALERTLIV ASSIGN TO ALERTLIV
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALRT-ID-PACIENTE
        FILE STATUS IS WS-STATUS-ALERTLIV.
    SELECT ARQ-CIENREL ASSIGN TO CIENREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-CIENREL.

DATA DIVISION.
FILE SECTION.
FD  ARQ-ALERTCIE.
    01 REG-ALERTCIE.
        02 CIE-ID-PACIENTE PIC 9(6).
        02 FILLER          PIC X(1).
        02 CIE-DATA        PIC 9(8).
        02 FILLER          PIC X(1).
        02 CIE-RESPONSAVEL PIC X(20).

FD  ARQ-ALERTLIV.
    01 REG-ALERTLIV.
        02 ALRT-ID-PACIENTE  PIC 9(6).
        02 ALRT-DATA-ALERTA  PIC 9(8).
        02 ALRT-SEVERIDADE   PIC 9(1).
        02 ALRT-TIPO         PIC X(1).
        02 ALRT-STATUS       PIC X(1).
        02 ALRT-DATA-CIENCIA PIC 9(8).
        02 ALRT-RESPONSAVEL  PIC X(20).

FD  ARQ-CIENREL.
    01 LINHA-CIENREL PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-STATUS-ALERTCIE PIC X(2) VALUE SPACES.
    01 WS-STATUS-ALERTLIV PIC X(2) VALUE SPACES.
    01 WS-STATUS-CIENREL  PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO     PIC X(1) VALUE 'N'.
    01 WS-DATA-ATUAL      PIC 9(8) VALUE 0.
    01 WS-CIENCIA-OK      PIC X(1) VALUE 'S'.
    01 WS-NO-LIVRO        PIC X(1) VALUE 'N'.
    01 ID-PACIENTE-MINIMO PIC 9(6) VALUE 1.
    01 ID-PACIENTE-MAXIMO PIC 9(6) VALUE 999999.

    01 WS-TOTAL-CIENCIAS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-APLICADAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-JA-CIENTES PIC 9(7) VALUE 0.
    01 WS-TOTAL-SEM-ALERTA PIC 9(7) VALUE 0.
    01 WS-TOTAL-INVALIDAS PIC 9(7) VALUE 0.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
    DISPLAY "ALERTRET - CIENCIA DOS ALERTAS DE PESO NO LIVRO"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    PERFORM 0100-ABRIR-ARQUIVOS
    MOVE SPACES TO LINHA-TEXTO
    STRING "CIENCIAS DA NUTRICAO APLICADAS EM " WS-DATA-ATUAL
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CIENREL FROM LINHA-TEXTO

    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-ALERTCIE
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                ADD 1 TO WS-TOTAL-CIENCIAS
                PERFORM 0200-APLICAR-CIENCIA
        END-READ
    END-PERFORM

    MOVE SPACES TO LINHA-TEXTO
    STRING "CIENCIAS: " WS-TOTAL-CIENCIAS
        "  APLICADAS: " WS-TOTAL-APLICADAS
        "  JA CIENTES: " WS-TOTAL-JA-CIENTES
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CIENREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "SEM ALERTA NO LIVRO: " WS-TOTAL-SEM-ALERTA
        "  INVALIDAS: " WS-TOTAL-INVALIDAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CIENREL FROM LINHA-TEXTO
    PERFORM 0500-FECHAR-ARQUIVOS
    DISPLAY "CIENCIAS LIDAS: " WS-TOTAL-CIENCIAS
    DISPLAY "APLICADAS: " WS-TOTAL-APLICADAS
        " JA CIENTES: " WS-TOTAL-JA-CIENTES
    DISPLAY "SEM ALERTA NO LIVRO: " WS-TOTAL-SEM-ALERTA
        " INVALIDAS: " WS-TOTAL-INVALIDAS
    IF WS-TOTAL-SEM-ALERTA > 0 OR WS-TOTAL-INVALIDAS > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-ABRIR-ARQUIVOS.
    OPEN INPUT ARQ-ALERTCIE
    IF WS-STATUS-ALERTCIE NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE CIENCIA (DD ALERTCIE)"
            " - STATUS: " WS-STATUS-ALERTCIE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O ARQ-ALERTLIV
    IF WS-STATUS-ALERTLIV = "35"
        OPEN OUTPUT ARQ-ALERTLIV
        CLOSE ARQ-ALERTLIV
        OPEN I-O ARQ-ALERTLIV
    END-IF
    IF WS-STATUS-ALERTLIV NOT = "00"
        DISPLAY "ERRO AO ABRIR LIVRO DE ALERTAS (DD ALERTLIV) - "
            "STATUS: " WS-STATUS-ALERTLIV
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARQ-CIENREL
    IF WS-STATUS-CIENREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD CIENREL) - STATUS: "
            WS-STATUS-CIENREL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-APLICAR-CIENCIA.
    MOVE 'S' TO WS-CIENCIA-OK
    IF CIE-ID-PACIENTE IS NOT NUMERIC OR CIE-DATA IS NOT NUMERIC
        MOVE 'N' TO WS-CIENCIA-OK
    ELSE
        IF CIE-ID-PACIENTE < ID-PACIENTE-MINIMO
           OR CIE-ID-PACIENTE > ID-PACIENTE-MAXIMO
           OR CIE-DATA < 19000101 OR CIE-DATA > WS-DATA-ATUAL
           OR CIE-RESPONSAVEL = SPACES
            MOVE 'N' TO WS-CIENCIA-OK
        END-IF
    END-IF
    IF WS-CIENCIA-OK = 'N'
        ADD 1 TO WS-TOTAL-INVALIDAS
        MOVE SPACES TO LINHA-TEXTO
        STRING "CIENCIA INVALIDA: " REG-ALERTCIE
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-CIENREL FROM LINHA-TEXTO
    ELSE
        MOVE CIE-ID-PACIENTE TO ALRT-ID-PACIENTE
        MOVE 'S' TO WS-NO-LIVRO
        READ ARQ-ALERTLIV
            INVALID KEY
                MOVE 'N' TO WS-NO-LIVRO
        END-READ
        IF WS-NO-LIVRO = 'N'
*> CIENCIA DE UM PACIENTE NUNCA ALERTADO: NAO HA O QUE SUPRIMIR, E
*> A LINHA E APONTADA NO RELATORIO PARA APURACAO.
            ADD 1 TO WS-TOTAL-SEM-ALERTA
            MOVE SPACES TO LINHA-TEXTO
            STRING "ID " CIE-ID-PACIENTE " CIENCIA DE " CIE-DATA
                " SEM ALERTA NO LIVRO"
                DELIMITED BY SIZE INTO LINHA-TEXTO
            WRITE LINHA-CIENREL FROM LINHA-TEXTO
        ELSE
        IF ALRT-STATUS = 'C'
            ADD 1 TO WS-TOTAL-JA-CIENTES
        ELSE
        IF CIE-DATA < ALRT-DATA-ALERTA
*> CIENCIA ANTERIOR AO ALERTA PENDENTE REFERE-SE A UM ALERTA JA
*> ENCERRADO (O PACIENTE FOI REALERTADO DEPOIS DELA).
            ADD 1 TO WS-TOTAL-INVALIDAS
            MOVE SPACES TO LINHA-TEXTO
            STRING "ID " CIE-ID-PACIENTE " CIENCIA DE " CIE-DATA
                " ANTERIOR AO ALERTA DE " ALRT-DATA-ALERTA
                DELIMITED BY SIZE INTO LINHA-TEXTO
            WRITE LINHA-CIENREL FROM LINHA-TEXTO
        ELSE
            MOVE 'C' TO ALRT-STATUS
            MOVE CIE-DATA TO ALRT-DATA-CIENCIA
            MOVE CIE-RESPONSAVEL TO ALRT-RESPONSAVEL
            REWRITE REG-ALERTLIV
            IF WS-STATUS-ALERTLIV NOT = "00"
                DISPLAY "ERRO AO GRAVAR LIVRO DE ALERTAS DO ID "
                    CIE-ID-PACIENTE " (DD ALERTLIV) - STATUS: "
                    WS-STATUS-ALERTLIV
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-TOTAL-APLICADAS
        END-IF
        END-IF
        END-IF
    END-IF.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-ALERTCIE
    CLOSE ARQ-ALERTLIV
    CLOSE ARQ-CIENREL.
