IDENTIFICATION DIVISION.
PROGRAM-ID. NOITERES.

*> RESUMO DA MANHA DA RODADA NOTURNA (ULTIMO PASSO DO IMCNOITE).
*> CADA PASSO DA NOITE (EHRDEMOG, IMCLOTE, IMCCONC E EHRRECON)
*> ACRESCENTA AO TERMINAR UM REGISTRO COM O CODIGO DE RETORNO E AS
*> SUAS CONTAGENS NO HISTORICO DA RODADA (DD HISTNOIT, COPYBOOK
*> HISTNOIT). ESTE PROGRAMA LE O HISTORICO, SEPARA OS REGISTROS
*> GRAVADOS DESDE O SEU ULTIMO FECHAMENTO (A NOITE CORRENTE; DE CADA
*> PASSO VALE O ULTIMO, POIS A RETOMADA DO IMCLOTE GRAVA DE NOVO) E
*> EMITE NUMA SO FOLHA (DD NOITEREL):
*>   - A SITUACAO DE CADA PASSO, COM AS CONTAGENS PRINCIPAIS. PASSO
*>     SEM REGISTRO NAO RODOU OU TERMINOU EM ERRO FATAL. A CARGA DO
*>     EHR (EHRCARGA) NAO GRAVA REGISTRO: A SITUACAO DELA E DEDUZIDA
*>     DO IMCCONC E DO EHRRECON;
*>   - O FLUXO DA NOITE: LIDOS, PROCESSADOS E REJEITADOS PELO
*>     IMCLOTE, EXTRAIDOS PARA O EHR (LOTE, REAPRESENTADOS E
*>     CLINICA), CONFIRMADOS PELO EHR E PENDENTES;
*>   - OS DESVIOS DA TENDENCIA, CONTRA AS ULTIMAS 30 NOITES, MESMO
*>     QUE TODOS OS PASSOS TENHAM TERMINADO COM RC 0 (LIMITES NO
*>     PARMIMC):
*>       V = QUEDA DE VOLUME - LIDOS MAIS DE NOITE-QUEDA-VOLUME-PCT
*>           POR CENTO ABAIXO DA MEDIA;
*>       R = PICO DE REJEICAO - PERCENTUAL DE REJEITADOS MAIS DE
*>           NOITE-REJEITO-PONTOS PONTOS ACIMA DA MEDIA;
*>       P = PENDENCIAS CRESCENDO - PENDENCIAS DO EHR EM ALTA HA
*>           NOITE-PENDENCIA-NOITES NOITES SEGUIDAS.
*>     VOLUME E REJEICAO SO SAO AVALIADOS COM PELO MENOS 5 NOITES
*>     ANTERIORES APURADAS;
*>   - AS ULTIMAS 30 NOITES, UMA POR LINHA, AO LADO DA NOITE ATUAL.
*> NO FIM FECHA A NOITE ACRESCENTANDO AO HISTORICO UM REGISTRO
*> PROPRIO (PROGRAMA NOITERES) COM O FLUXO, O RETORNO DE CADA PASSO
*> E OS DESVIOS - E A PARTIR DESSES FECHAMENTOS QUE AS NOITES
*> ANTERIORES SAO MOSTRADAS.
*> CODIGOS DE RETORNO: 0 = NOITE BOA (TODOS OS PASSOS COM RC 0 E
*> NENHUM DESVIO); 4 = PASSO COM RC DIFERENTE DE 0 OU SEM REGISTRO,
*> DESVIO DA TENDENCIA, OU NENHUM PASSO REGISTRADO DESDE O ULTIMO
*> FECHAMENTO; 16 = ERRO DE ARQUIVO OU PARAMETRO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-HISTNOIT ASSIGN TO HISTNOIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-HISTNOIT.
    SELECT ARQ-NOITEREL ASSIGN TO NOITEREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-NOITEREL.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.

DATA DIVISION.
FILE SECTION.
FD  ARQ-HISTNOIT.
    01 LINHA-HISTNOIT PIC X(100).

FD  ARQ-NOITEREL.
    01 LINHA-NOITEREL PIC X(100).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-STATUS-HISTNOIT  PIC X(2) VALUE SPACES.
    01 WS-STATUS-NOITEREL  PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-SEM-HISTORICO    PIC X(1) VALUE 'N'.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-HORA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-HORA-PASSO       PIC 9(8) VALUE 0.
    01 WS-HORA-PASSO-PARTES REDEFINES WS-HORA-PASSO.
        02 WS-HP-HH PIC 9(2).
        02 WS-HP-MM PIC 9(2).
        02 WS-HP-SS PIC 9(2).
        02 WS-HP-CC PIC 9(2).
    COPY HISTNOIT.
    COPY PARMIMC.

    01 WS-TOTAL-REGISTROS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-ILEGIVEIS  PIC 9(7) VALUE 0.
    01 WS-REGISTROS-NOITE  PIC 9(5) VALUE 0.
    01 WS-FECHAMENTOS      PIC 9(5) VALUE 0.
    01 WS-DATA-ULTIMO-FECH PIC 9(8) VALUE 0.

*> REGISTROS DA NOITE CORRENTE, O ULTIMO DE CADA PASSO. A ORDEM E A
*> DO IMCNOITE E A MESMA DE HN-NOI-RC: 1 = EHRDEMOG, 2 = IMCLOTE,
*> 3 = IMCCONC, 4 = EHRRECON.
    01 TAB-PASSOS.
        02 PASSO-ENTRADA OCCURS 4.
            03 PS-PROGRAMA PIC X(8).
            03 PS-DD-PASSO PIC X(7).
            03 PS-ACHADO   PIC X(1).
            03 PS-REGISTRO PIC X(100).
    01 WS-I                PIC 9(1) VALUE 0.
    01 WS-PASSO-ACHADO     PIC 9(1) VALUE 0.

*> NOITES ANTERIORES (REGISTROS DE FECHAMENTO), DA MAIS ANTIGA PARA
*> A MAIS RECENTE; PASSANDO DE 30, A MAIS ANTIGA SAI DA TABELA.
    01 TAB-NOITES.
        02 NOITE-ENTRADA OCCURS 30.
            03 TN-DATA         PIC 9(8).
            03 TN-LIDOS        PIC 9(7).
            03 TN-PROCESSADOS  PIC 9(7).
            03 TN-REJEITADOS   PIC 9(7).
            03 TN-EXTRAIDOS    PIC 9(7).
            03 TN-CONFIRMADOS  PIC 9(7).
            03 TN-PENDENTES    PIC 9(7).
            03 TN-RC           PIC 9(2) OCCURS 4.
            03 TN-DESVIOS      PIC X(3).
    01 WS-QTDE-NOITES      PIC 9(2) VALUE 0.
    01 WS-LIMITE-NOITES    PIC 9(2) VALUE 30.
    01 WS-N                PIC 9(2) VALUE 0.

*> A NOITE CORRENTE, NO MESMO LEIAUTE DE UMA ENTRADA DA TABELA.
    01 NOITE-ATUAL.
        02 NA-DATA         PIC 9(8).
        02 NA-LIDOS        PIC 9(7).
        02 NA-PROCESSADOS  PIC 9(7).
        02 NA-REJEITADOS   PIC 9(7).
        02 NA-EXTRAIDOS    PIC 9(7).
        02 NA-CONFIRMADOS  PIC 9(7).
        02 NA-PENDENTES    PIC 9(7).
        02 NA-RC           PIC 9(2) OCCURS 4.
        02 NA-DESVIOS      PIC X(3).
*> LINHA DA TABELA DAS NOITES SENDO FORMATADA (ATUAL OU ANTERIOR).
    01 NOITE-LINHA.
        02 NL-DATA         PIC 9(8).
        02 NL-LIDOS        PIC 9(7).
        02 NL-PROCESSADOS  PIC 9(7).
        02 NL-REJEITADOS   PIC 9(7).
        02 NL-EXTRAIDOS    PIC 9(7).
        02 NL-CONFIRMADOS  PIC 9(7).
        02 NL-PENDENTES    PIC 9(7).
        02 NL-RC           PIC 9(2) OCCURS 4.
        02 NL-DESVIOS      PIC X(3).
    01 NAO-APURADO         PIC 9(7) VALUE 9999999.
    01 SEM-REGISTRO        PIC 9(2) VALUE 99.
    01 NOITES-MINIMO-TENDENCIA PIC 9(2) VALUE 5.

*> TENDENCIA.
    01 WS-SOMA-LIDOS       PIC 9(9) VALUE 0.
    01 WS-NOITES-LIDOS     PIC 9(2) VALUE 0.
    01 WS-MEDIA-LIDOS      PIC 9(7)V99 VALUE 0.
    01 WS-LIMITE-VOLUME    PIC 9(7)V99 VALUE 0.
    01 WS-SOMA-PCT         PIC 9(5)V99 VALUE 0.
    01 WS-NOITES-PCT       PIC 9(2) VALUE 0.
    01 WS-MEDIA-PCT        PIC 9(3)V99 VALUE 0.
    01 WS-LIMITE-PCT       PIC 9(3)V99 VALUE 0.
    01 WS-PCT-CALC         PIC 9(3)V99 VALUE 0.
    01 WS-PCT-NOITE        PIC 9(3)V99 VALUE 0.
    01 WS-PEND-SEGUINTE    PIC 9(7) VALUE 0.
    01 WS-NOITES-CRESCENDO PIC 9(2) VALUE 0.
    01 WS-SEGUE-SERIE      PIC X(1) VALUE 'N'.
    01 WS-NOITE-BOA        PIC X(1) VALUE 'S'.

    01 WS-VALOR            PIC 9(7) VALUE 0.
    01 WS-ED-VALOR         PIC ZZZZZZ9.
    01 WS-ED-VALOR-X REDEFINES WS-ED-VALOR PIC X(7).
    01 WS-ED-PCT           PIC ZZ9.9.
    01 WS-ED-PCT-X REDEFINES WS-ED-PCT PIC X(5).
    01 WS-ED-MEDIA         PIC ZZZZZZ9.
    01 WS-ED-MEDIA-PCT     PIC ZZ9.9.
    01 WS-ED-PONTOS        PIC Z9.99.
    01 WS-ED-RC            PIC X(2) VALUE SPACES.
    01 WS-DESC-RC          PIC X(16) VALUE SPACES.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-TITULO PIC X(100) VALUE SPACES.
    01 LINHA-NOITE-CAB.
        02 FILLER PIC X(10) VALUE "DATA".
        02 FILLER PIC X(12) VALUE "DE LO CO RE".
        02 FILLER PIC X(1)  VALUE SPACE.
        02 FILLER PIC X(9)  VALUE "  LIDOS".
        02 FILLER PIC X(9)  VALUE "PROCESS".
        02 FILLER PIC X(9)  VALUE "REJEIT.".
        02 FILLER PIC X(7)  VALUE " %REJ".
        02 FILLER PIC X(9)  VALUE "EXTRAID".
        02 FILLER PIC X(9)  VALUE "CONFIRM".
        02 FILLER PIC X(9)  VALUE "PENDENT".
        02 FILLER PIC X(3)  VALUE "DSV".
        02 FILLER PIC X(13) VALUE SPACES.
    01 LINHA-NOITE-DET.
        02 LN-DATA         PIC 9(8).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-RETORNOS OCCURS 4.
            03 LN-RC       PIC X(2).
            03 FILLER      PIC X(1).
        02 FILLER          PIC X(1) VALUE SPACE.
        02 LN-LIDOS        PIC X(7).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-PROCESSADOS  PIC X(7).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-REJEITADOS   PIC X(7).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-PCT          PIC X(5).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-EXTRAIDOS    PIC X(7).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-CONFIRMADOS  PIC X(7).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-PENDENTES    PIC X(7).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 LN-DESVIOS      PIC X(3).
        02 FILLER          PIC X(13) VALUE SPACES.

PROCEDURE DIVISION.
    DISPLAY "NOITERES - RESUMO DA RODADA NOTURNA"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    ACCEPT WS-HORA-ATUAL FROM TIME
    PERFORM 0600-CARREGAR-PARAMETROS
    IF WS-PARM-ORIGEM = 'A'
        DISPLAY "PARAMETROS CARREGADOS DO ARQUIVO PARMIMC"
    ELSE
        DISPLAY "PARAMETROS PADRAO (ARQUIVO PARMIMC AUSENTE)"
    END-IF
    MOVE "EHRDEMOG" TO PS-PROGRAMA (1)
    MOVE "PASSO00"  TO PS-DD-PASSO (1)
    MOVE "IMCLOTE"  TO PS-PROGRAMA (2)
    MOVE "PASSO01"  TO PS-DD-PASSO (2)
    MOVE "IMCCONC"  TO PS-PROGRAMA (3)
    MOVE "PASSO02"  TO PS-DD-PASSO (3)
    MOVE "EHRRECON" TO PS-PROGRAMA (4)
    MOVE "PASSO04"  TO PS-DD-PASSO (4)

    PERFORM 0100-ABRIR-RELATORIO
    PERFORM 0200-LER-HISTORICO
    IF WS-REGISTROS-NOITE = 0
        PERFORM 0500-CABECALHO
        MOVE SPACES TO LINHA-TEXTO
        STRING "NENHUM PASSO REGISTRADO NO HISTORICO DESDE O ULTIMO "
            "RESUMO (" WS-DATA-ULTIMO-FECH ") - O IMCNOITE NAO RODOU?"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
        PERFORM 0400-APURAR-TENDENCIA
        MOVE 'N' TO WS-NOITE-BOA
        PERFORM 0540-SECAO-HISTORICO
    ELSE
        PERFORM 0300-APURAR-NOITE
        PERFORM 0400-APURAR-TENDENCIA
        PERFORM 0410-APONTAR-DESVIOS
        PERFORM 0500-CABECALHO
        PERFORM 0510-SECAO-PASSOS
        PERFORM 0520-SECAO-FLUXO
        PERFORM 0530-SECAO-DESVIOS
        PERFORM 0540-SECAO-HISTORICO
        PERFORM 0700-FECHAR-NOITE
    END-IF
    PERFORM 0560-CONCLUSAO
    CLOSE ARQ-NOITEREL
    DISPLAY "REGISTROS NO HISTORICO: " WS-TOTAL-REGISTROS
        " ILEGIVEIS IGNORADOS: " WS-TOTAL-ILEGIVEIS
    DISPLAY "NOITES ANTERIORES FECHADAS: " WS-FECHAMENTOS
        " NA TABELA: " WS-QTDE-NOITES
    DISPLAY "REGISTROS DA NOITE CORRENTE: " WS-REGISTROS-NOITE
    IF WS-NOITE-BOA = 'S'
        DISPLAY "NOITE SEM OCORRENCIA"
    ELSE
        DISPLAY "NOITE COM OCORRENCIA - VER O RESUMO"
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-ABRIR-RELATORIO.
    OPEN OUTPUT ARQ-NOITEREL
    IF WS-STATUS-NOITEREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD NOITEREL) - STATUS: "
            WS-STATUS-NOITEREL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-LER-HISTORICO.
*> UM FECHAMENTO (NOITERES) ENCERRA A NOITE A QUE PERTENCEM OS
*> REGISTROS ANTERIORES A ELE: A TABELA DE PASSOS E ZERADA E O QUE
*> SOBRAR NO FIM DO ARQUIVO E A NOITE CORRENTE.
    PERFORM 0230-LIMPAR-PASSOS
    OPEN INPUT ARQ-HISTNOIT
    IF WS-STATUS-HISTNOIT = "35"
        MOVE 'S' TO WS-SEM-HISTORICO
        DISPLAY "HISTORICO DA RODADA (DD HISTNOIT) AINDA NAO EXISTE"
    ELSE
        IF WS-STATUS-HISTNOIT NOT = "00"
            DISPLAY "ERRO AO ABRIR HISTORICO DA RODADA (DD HISTNOIT) - "
                "STATUS: " WS-STATUS-HISTNOIT
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-HISTNOIT
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-TOTAL-REGISTROS
                    MOVE LINHA-HISTNOIT TO REG-HIST-NOITE
                    PERFORM 0205-TRATAR-REGISTRO
            END-READ
        END-PERFORM
        CLOSE ARQ-HISTNOIT
    END-IF.

0205-TRATAR-REGISTRO.
    IF HN-DATA IS NOT NUMERIC OR HN-RETORNO IS NOT NUMERIC
        ADD 1 TO WS-TOTAL-ILEGIVEIS
    ELSE
    IF HN-NOITERES
        PERFORM 0210-GUARDAR-FECHAMENTO
        PERFORM 0230-LIMPAR-PASSOS
    ELSE
        MOVE 0 TO WS-PASSO-ACHADO
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
            IF HN-PROGRAMA = PS-PROGRAMA (WS-I)
                MOVE WS-I TO WS-PASSO-ACHADO
            END-IF
        END-PERFORM
        IF WS-PASSO-ACHADO = 0
            ADD 1 TO WS-TOTAL-ILEGIVEIS
        ELSE
            MOVE 'S' TO PS-ACHADO (WS-PASSO-ACHADO)
            MOVE REG-HIST-NOITE TO PS-REGISTRO (WS-PASSO-ACHADO)
            ADD 1 TO WS-REGISTROS-NOITE
        END-IF
    END-IF
    END-IF.

0210-GUARDAR-FECHAMENTO.
    ADD 1 TO WS-FECHAMENTOS
    MOVE HN-DATA TO WS-DATA-ULTIMO-FECH
    IF WS-QTDE-NOITES >= WS-LIMITE-NOITES
        PERFORM VARYING WS-N FROM 1 BY 1
                UNTIL WS-N >= WS-LIMITE-NOITES
            MOVE NOITE-ENTRADA (WS-N + 1) TO NOITE-ENTRADA (WS-N)
        END-PERFORM
    ELSE
        ADD 1 TO WS-QTDE-NOITES
    END-IF
    MOVE HN-DATA            TO TN-DATA (WS-QTDE-NOITES)
    MOVE HN-NOI-LIDOS       TO TN-LIDOS (WS-QTDE-NOITES)
    MOVE HN-NOI-PROCESSADOS TO TN-PROCESSADOS (WS-QTDE-NOITES)
    MOVE HN-NOI-REJEITADOS  TO TN-REJEITADOS (WS-QTDE-NOITES)
    MOVE HN-NOI-EXTRAIDOS   TO TN-EXTRAIDOS (WS-QTDE-NOITES)
    MOVE HN-NOI-CONFIRMADOS TO TN-CONFIRMADOS (WS-QTDE-NOITES)
    MOVE HN-NOI-PENDENTES   TO TN-PENDENTES (WS-QTDE-NOITES)
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
        MOVE HN-NOI-RC (WS-I) TO TN-RC (WS-QTDE-NOITES, WS-I)
    END-PERFORM
    MOVE HN-NOI-DESVIOS     TO TN-DESVIOS (WS-QTDE-NOITES).

0230-LIMPAR-PASSOS.
    MOVE 0 TO WS-REGISTROS-NOITE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
        MOVE 'N'    TO PS-ACHADO (WS-I)
        MOVE SPACES TO PS-REGISTRO (WS-I)
    END-PERFORM.

0300-APURAR-NOITE.
*> LIDOS, PROCESSADOS E REJEITADOS VEM DO IMCLOTE; EXTRAIDOS SAO
*> TODOS OS REGISTROS QUE ELE GRAVOU NO EXTRATO (LOTE,
*> REAPRESENTADOS E CLINICA); CONFIRMADOS E PENDENTES VEM DO
*> EHRRECON. SEM O REGISTRO DO PASSO, O VALOR FICA NAO APURADO.
    MOVE WS-DATA-ATUAL TO NA-DATA
    MOVE NAO-APURADO   TO NA-LIDOS
    MOVE NAO-APURADO   TO NA-PROCESSADOS
    MOVE NAO-APURADO   TO NA-REJEITADOS
    MOVE NAO-APURADO   TO NA-EXTRAIDOS
    MOVE NAO-APURADO   TO NA-CONFIRMADOS
    MOVE NAO-APURADO   TO NA-PENDENTES
    MOVE SPACES        TO NA-DESVIOS
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
        IF PS-ACHADO (WS-I) = 'S'
            MOVE PS-REGISTRO (WS-I) TO REG-HIST-NOITE
            MOVE HN-RETORNO TO NA-RC (WS-I)
        ELSE
            MOVE SEM-REGISTRO TO NA-RC (WS-I)
        END-IF
    END-PERFORM
    IF PS-ACHADO (2) = 'S'
        MOVE PS-REGISTRO (2) TO REG-HIST-NOITE
        MOVE HN-LOT-LIDOS       TO NA-LIDOS
        MOVE HN-LOT-PROCESSADOS TO NA-PROCESSADOS
        MOVE HN-LOT-REJEITADOS  TO NA-REJEITADOS
        COMPUTE NA-EXTRAIDOS = HN-LOT-EXTRATO + HN-LOT-REAPRES
            + HN-LOT-CLINICA
    END-IF
    IF PS-ACHADO (4) = 'S'
        MOVE PS-REGISTRO (4) TO REG-HIST-NOITE
        MOVE HN-REC-ACEITOS   TO NA-CONFIRMADOS
        MOVE HN-REC-PENDENTES TO NA-PENDENTES
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
        IF NA-RC (WS-I) NOT = 0
            MOVE 'N' TO WS-NOITE-BOA
        END-IF
    END-PERFORM.

0400-APURAR-TENDENCIA.
*> MEDIAS DAS NOITES ANTERIORES DA TABELA: LIDOS DAS NOITES EM QUE O
*> IMCLOTE FOI APURADO E PERCENTUAL DE REJEITADOS DAS QUE LERAM
*> ALGUM REGISTRO.
    MOVE 0 TO WS-SOMA-LIDOS
    MOVE 0 TO WS-NOITES-LIDOS
    MOVE 0 TO WS-SOMA-PCT
    MOVE 0 TO WS-NOITES-PCT
    MOVE 0 TO WS-MEDIA-LIDOS
    MOVE 0 TO WS-MEDIA-PCT
    PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-QTDE-NOITES
        IF TN-LIDOS (WS-N) NOT = NAO-APURADO
            ADD TN-LIDOS (WS-N) TO WS-SOMA-LIDOS
            ADD 1 TO WS-NOITES-LIDOS
            IF TN-LIDOS (WS-N) > 0
                COMPUTE WS-PCT-CALC ROUNDED =
                    (TN-REJEITADOS (WS-N) * 100) / TN-LIDOS (WS-N)
                ADD WS-PCT-CALC TO WS-SOMA-PCT
                ADD 1 TO WS-NOITES-PCT
            END-IF
        END-IF
    END-PERFORM
    IF WS-NOITES-LIDOS > 0
        COMPUTE WS-MEDIA-LIDOS ROUNDED =
            WS-SOMA-LIDOS / WS-NOITES-LIDOS
    END-IF
    IF WS-NOITES-PCT > 0
        COMPUTE WS-MEDIA-PCT ROUNDED = WS-SOMA-PCT / WS-NOITES-PCT
    END-IF.

0410-APONTAR-DESVIOS.
    IF NA-LIDOS NOT = NAO-APURADO
       AND WS-NOITES-LIDOS >= NOITES-MINIMO-TENDENCIA
        COMPUTE WS-LIMITE-VOLUME ROUNDED = WS-MEDIA-LIDOS
            * (100 - NOITE-QUEDA-VOLUME-PCT) / 100
        IF NA-LIDOS < WS-LIMITE-VOLUME
            MOVE 'V' TO NA-DESVIOS (1:1)
        END-IF
    END-IF
    MOVE 0 TO WS-PCT-NOITE
    IF NA-LIDOS NOT = NAO-APURADO AND NA-LIDOS > 0
        COMPUTE WS-PCT-NOITE ROUNDED =
            (NA-REJEITADOS * 100) / NA-LIDOS
        IF WS-NOITES-PCT >= NOITES-MINIMO-TENDENCIA
            COMPUTE WS-LIMITE-PCT = WS-MEDIA-PCT + NOITE-REJEITO-PONTOS
            IF WS-PCT-NOITE > WS-LIMITE-PCT
                MOVE 'R' TO NA-DESVIOS (2:1)
            END-IF
        END-IF
    END-IF
*> PENDENCIAS: CONTA PARA TRAS QUANTAS NOITES SEGUIDAS O VALOR
*> SUBIU; NOITE SEM O EHRRECON INTERROMPE A SERIE.
    MOVE 0 TO WS-NOITES-CRESCENDO
    IF NA-PENDENTES NOT = NAO-APURADO
        MOVE NA-PENDENTES TO WS-PEND-SEGUINTE
        MOVE 'S' TO WS-SEGUE-SERIE
        MOVE WS-QTDE-NOITES TO WS-N
        PERFORM UNTIL WS-SEGUE-SERIE = 'N' OR WS-N < 1
            IF TN-PENDENTES (WS-N) NOT = NAO-APURADO
               AND TN-PENDENTES (WS-N) < WS-PEND-SEGUINTE
                ADD 1 TO WS-NOITES-CRESCENDO
                MOVE TN-PENDENTES (WS-N) TO WS-PEND-SEGUINTE
                SUBTRACT 1 FROM WS-N
            ELSE
                MOVE 'N' TO WS-SEGUE-SERIE
            END-IF
        END-PERFORM
        IF WS-NOITES-CRESCENDO >= NOITE-PENDENCIA-NOITES
            MOVE 'P' TO NA-DESVIOS (3:1)
        END-IF
    END-IF
    IF NA-DESVIOS NOT = SPACES
        MOVE 'N' TO WS-NOITE-BOA
    END-IF.

0500-CABECALHO.
    MOVE SPACES TO LINHA-TEXTO
    STRING "RESUMO DA RODADA NOTURNA (IMCNOITE) - EMITIDO EM "
        WS-DATA-ATUAL " AS " WS-HORA-ATUAL (1:2) ":"
        WS-HORA-ATUAL (3:2)
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO.

0505-ABRIR-SECAO.
*> LINHA-TEXTO CHEGA COM O TITULO DA SECAO.
    MOVE LINHA-TEXTO TO LINHA-TITULO
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TITULO.

0510-SECAO-PASSOS.
    MOVE "SITUACAO DOS PASSOS DA NOITE" TO LINHA-TEXTO
    PERFORM 0505-ABRIR-SECAO
    MOVE 1 TO WS-I
    PERFORM 0515-LINHA-PASSO
    IF PS-ACHADO (1) = 'S'
        MOVE SPACES TO LINHA-TEXTO
        STRING "    EXTRATO DEMOGRAFICO: " HN-DEM-EXTRATO
            "  INCLUIDOS: " HN-DEM-INCLUIDOS
            "  ATUALIZADOS: " HN-DEM-ATUALIZADOS
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
        MOVE SPACES TO LINHA-TEXTO
        STRING "    INVALIDOS: " HN-DEM-INVALIDOS
            "  DIVERGENCIAS: " HN-DEM-DIVERGENCIAS
            "  FUNDIDOS: " HN-DEM-FUNDIDOS
            "  ANONIMIZADOS: " HN-DEM-ANONIMIZADOS
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    MOVE 2 TO WS-I
    PERFORM 0515-LINHA-PASSO
    IF PS-ACHADO (2) = 'S'
        MOVE SPACES TO LINHA-TEXTO
        STRING "    LIDOS: " HN-LOT-LIDOS
            "  PROCESSADOS: " HN-LOT-PROCESSADOS
            "  REJEITADOS: " HN-LOT-REJEITADOS
            "  SUBSTITUIDOS: " HN-LOT-SUBSTITUIDOS
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
        MOVE SPACES TO LINHA-TEXTO
        STRING "    EXTRATO DO LOTE: " HN-LOT-EXTRATO
            "  REAPRESENTADOS: " HN-LOT-REAPRES
            "  DA CLINICA: " HN-LOT-CLINICA
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    MOVE 3 TO WS-I
    PERFORM 0515-LINHA-PASSO
    IF PS-ACHADO (3) = 'S'
        MOVE SPACES TO LINHA-TEXTO
        STRING "    NO EXTRATO - LOTE: " HN-CON-LOTE
            "  REAPRESENTADOS: " HN-CON-REAPRES
            "  CLINICA: " HN-CON-CLINICA
            "  OUTRA DATA: " HN-CON-OUTRA-DATA
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
        MOVE SPACES TO LINHA-TEXTO
        STRING "    AUDITORIA DA DATA: " HN-CON-AUDITORIA
            "  CONFERENCIAS DIVERGENTES: " HN-CON-DIVERGENCIAS
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
*> A CARGA DO EHR E DE OUTRA EQUIPE E NAO GRAVA NO HISTORICO.
    MOVE SPACES TO LINHA-TEXTO
    IF PS-ACHADO (4) = 'S'
        STRING "PASSO03 EHRCARGA  RODOU - A CONFIRMACAO DO EHR FOI "
            "CONCILIADA NO PASSO04"
            DELIMITED BY SIZE INTO LINHA-TEXTO
    ELSE
    IF PS-ACHADO (3) = 'S' AND NA-RC (3) = 0
        STRING "PASSO03 EHRCARGA  LIBERADA PELO IMCCONC, MAS SEM "
            "CONCILIACAO - VER SYSOUT DO PASSO03 E DO PASSO04"
            DELIMITED BY SIZE INTO LINHA-TEXTO
    ELSE
        STRING "PASSO03 EHRCARGA  NAO LIBERADA - O EHR NAO RECEBEU O "
            "EXTRATO NESTA NOITE"
            DELIMITED BY SIZE INTO LINHA-TEXTO
    END-IF
    END-IF
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE 4 TO WS-I
    PERFORM 0515-LINHA-PASSO
    IF PS-ACHADO (4) = 'S'
        MOVE SPACES TO LINHA-TEXTO
        STRING "    EXTRATO: " HN-REC-EXTRATO
            "  ACEITOS: " HN-REC-ACEITOS
            "  RECUSADOS: " HN-REC-RECUSADOS
            "  SEM CONFIRMACAO: " HN-REC-SEM-ACK
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
        MOVE SPACES TO LINHA-TEXTO
        STRING "    PENDENCIAS PARA REAPRESENTACAO: " HN-REC-PENDENTES
            "  CONFIRMACOES SEM EXTRATO: " HN-REC-ACKS-SOBRA
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF.

0515-LINHA-PASSO.
*> LINHA DO PASSO WS-I; COM REGISTRO, DEIXA-O EM REG-HIST-NOITE
*> PARA AS LINHAS DE CONTAGEM.
    MOVE NA-RC (WS-I) TO WS-VALOR
    PERFORM 0517-DESCREVER-RC
    MOVE SPACES TO LINHA-TEXTO
    IF PS-ACHADO (WS-I) = 'S'
        MOVE PS-REGISTRO (WS-I) TO REG-HIST-NOITE
        MOVE HN-HORA TO WS-HORA-PASSO
        STRING PS-DD-PASSO (WS-I) " " PS-PROGRAMA (WS-I) "  RC "
            WS-ED-RC "  " WS-DESC-RC " TERMINOU EM " HN-DATA " AS "
            WS-HP-HH ":" WS-HP-MM ":" WS-HP-SS
            DELIMITED BY SIZE INTO LINHA-TEXTO
    ELSE
        STRING PS-DD-PASSO (WS-I) " " PS-PROGRAMA (WS-I) "  RC "
            WS-ED-RC "  " WS-DESC-RC " NAO RODOU OU TERMINOU EM ERRO "
            "FATAL - VER SYSOUT DO PASSO"
            DELIMITED BY SIZE INTO LINHA-TEXTO
    END-IF
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO.

0517-DESCREVER-RC.
*> WS-VALOR CHEGA COM O RETORNO (SEM-REGISTRO = 99).
    IF WS-VALOR = SEM-REGISTRO
        MOVE "--" TO WS-ED-RC
    ELSE
        MOVE WS-VALOR (6:2) TO WS-ED-RC
    END-IF
    EVALUATE WS-VALOR
        WHEN 0
            MOVE "OK" TO WS-DESC-RC
        WHEN 4
            MOVE "ATENCAO" TO WS-DESC-RC
        WHEN 8
            MOVE "RETOMADA" TO WS-DESC-RC
        WHEN 16
            MOVE "ERRO" TO WS-DESC-RC
        WHEN 99
            MOVE "SEM REGISTRO" TO WS-DESC-RC
        WHEN OTHER
            MOVE "RC NAO PREVISTO" TO WS-DESC-RC
    END-EVALUATE.

0520-SECAO-FLUXO.
    MOVE "FLUXO DA NOITE (- = NAO APURADO)" TO LINHA-TEXTO
    PERFORM 0505-ABRIR-SECAO
    MOVE NA-LIDOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE SPACES TO LINHA-TEXTO
    STRING "LIDOS PELO IMCLOTE .............. " WS-ED-VALOR-X
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE NA-PROCESSADOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE SPACES TO LINHA-TEXTO
    STRING "PROCESSADOS ..................... " WS-ED-VALOR-X
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE NA-REJEITADOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE SPACES TO LINHA-TEXTO
    IF NA-LIDOS NOT = NAO-APURADO AND NA-LIDOS > 0
        MOVE WS-PCT-NOITE TO WS-ED-PCT
        STRING "REJEITADOS ...................... " WS-ED-VALOR-X
            "  (" WS-ED-PCT-X "% DOS LIDOS)"
            DELIMITED BY SIZE INTO LINHA-TEXTO
    ELSE
        STRING "REJEITADOS ...................... " WS-ED-VALOR-X
            DELIMITED BY SIZE INTO LINHA-TEXTO
    END-IF
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE NA-EXTRAIDOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE SPACES TO LINHA-TEXTO
    STRING "EXTRAIDOS PARA O EHR ............ " WS-ED-VALOR-X
        "  (LOTE, REAPRESENTADOS E CLINICA)"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE NA-CONFIRMADOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE SPACES TO LINHA-TEXTO
    STRING "CONFIRMADOS PELO EHR ............ " WS-ED-VALOR-X
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE NA-PENDENTES TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE SPACES TO LINHA-TEXTO
    STRING "PENDENTES PARA A PROXIMA NOITE .. " WS-ED-VALOR-X
        "  (RECUSADOS E SEM CONFIRMACAO)"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO.

0530-SECAO-DESVIOS.
    MOVE "DESVIOS DA TENDENCIA DAS ULTIMAS NOITES" TO LINHA-TEXTO
    PERFORM 0505-ABRIR-SECAO
    IF NA-DESVIOS (1:1) = 'V'
        MOVE WS-MEDIA-LIDOS TO WS-ED-MEDIA
        MOVE NA-LIDOS TO WS-VALOR
        PERFORM 0550-EDITAR-VALOR
        MOVE SPACES TO LINHA-TEXTO
        STRING "V QUEDA DE VOLUME: " WS-ED-VALOR-X " LIDOS, MEDIA DE "
            WS-ED-MEDIA " EM " WS-NOITES-LIDOS " NOITES (LIMITE: "
            NOITE-QUEDA-VOLUME-PCT "% ABAIXO)"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    IF NA-DESVIOS (2:1) = 'R'
        MOVE WS-PCT-NOITE TO WS-ED-PCT
        MOVE WS-MEDIA-PCT TO WS-ED-MEDIA-PCT
        MOVE NOITE-REJEITO-PONTOS TO WS-ED-PONTOS
        MOVE SPACES TO LINHA-TEXTO
        STRING "R PICO DE REJEICAO: " WS-ED-PCT-X "% REJEITADOS, MEDIA "
            "DE " WS-ED-MEDIA-PCT "% (LIMITE: " WS-ED-PONTOS
            " PONTOS ACIMA)"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    IF NA-DESVIOS (3:1) = 'P'
        MOVE NA-PENDENTES TO WS-VALOR
        PERFORM 0550-EDITAR-VALOR
        MOVE SPACES TO LINHA-TEXTO
        STRING "P PENDENCIAS DO EHR CRESCENDO HA " WS-NOITES-CRESCENDO
            " NOITES SEGUIDAS: " WS-ED-VALOR-X " PENDENTES (LIMITE: "
            NOITE-PENDENCIA-NOITES " NOITES)"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    IF NA-DESVIOS = SPACES
        MOVE "NENHUM DESVIO DA TENDENCIA" TO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    IF WS-NOITES-LIDOS < NOITES-MINIMO-TENDENCIA
        MOVE SPACES TO LINHA-TEXTO
        STRING "HISTORICO COM " WS-NOITES-LIDOS " NOITES APURADAS - "
            "VOLUME E REJEICAO SO SAO AVALIADOS A PARTIR DE "
            NOITES-MINIMO-TENDENCIA
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF.

0540-SECAO-HISTORICO.
    MOVE SPACES TO LINHA-TEXTO
    STRING "ULTIMAS " WS-LIMITE-NOITES " NOITES (MAIS RECENTE "
        "PRIMEIRO)"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    PERFORM 0505-ABRIR-SECAO
    MOVE SPACES TO LINHA-TEXTO
    STRING "RC DOS PASSOS: DE = EHRDEMOG  LO = IMCLOTE  CO = IMCCONC  "
        "RE = EHRRECON  (-- = SEM REGISTRO)"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "DSV: V = QUEDA DE VOLUME  R = PICO DE REJEICAO  P = "
        "PENDENCIAS CRESCENDO  (- = NAO APURADO)"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-NOITE-CAB
    IF WS-REGISTROS-NOITE > 0
        MOVE NOITE-ATUAL TO NOITE-LINHA
        PERFORM 0545-LINHA-NOITE
        MOVE SPACES TO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    END-IF
    IF WS-QTDE-NOITES = 0
        MOVE "NENHUMA NOITE ANTERIOR NO HISTORICO" TO LINHA-TEXTO
        WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    ELSE
        MOVE WS-QTDE-NOITES TO WS-N
        PERFORM UNTIL WS-N < 1
            MOVE NOITE-ENTRADA (WS-N) TO NOITE-LINHA
            PERFORM 0545-LINHA-NOITE
            SUBTRACT 1 FROM WS-N
        END-PERFORM
        IF WS-NOITES-LIDOS > 0
            MOVE WS-MEDIA-LIDOS TO WS-ED-MEDIA
            MOVE WS-MEDIA-PCT TO WS-ED-MEDIA-PCT
            MOVE SPACES TO LINHA-TEXTO
            STRING "MEDIA DAS NOITES ANTERIORES: " WS-ED-MEDIA
                " LIDOS, " WS-ED-MEDIA-PCT "% REJEITADOS"
                DELIMITED BY SIZE INTO LINHA-TEXTO
            WRITE LINHA-NOITEREL FROM LINHA-TEXTO
        END-IF
    END-IF.

0545-LINHA-NOITE.
    MOVE SPACES TO LINHA-NOITE-DET
    MOVE NL-DATA TO LN-DATA
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
        MOVE NL-RC (WS-I) TO WS-VALOR
        PERFORM 0517-DESCREVER-RC
        MOVE WS-ED-RC TO LN-RC (WS-I)
    END-PERFORM
    MOVE NL-LIDOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE WS-ED-VALOR-X TO LN-LIDOS
    MOVE NL-PROCESSADOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE WS-ED-VALOR-X TO LN-PROCESSADOS
    MOVE NL-REJEITADOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE WS-ED-VALOR-X TO LN-REJEITADOS
    IF NL-LIDOS NOT = NAO-APURADO AND NL-LIDOS > 0
        COMPUTE WS-PCT-CALC ROUNDED = (NL-REJEITADOS * 100) / NL-LIDOS
        MOVE WS-PCT-CALC TO WS-ED-PCT
        MOVE WS-ED-PCT-X TO LN-PCT
    ELSE
        MOVE "    -" TO LN-PCT
    END-IF
    MOVE NL-EXTRAIDOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE WS-ED-VALOR-X TO LN-EXTRAIDOS
    MOVE NL-CONFIRMADOS TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE WS-ED-VALOR-X TO LN-CONFIRMADOS
    MOVE NL-PENDENTES TO WS-VALOR
    PERFORM 0550-EDITAR-VALOR
    MOVE WS-ED-VALOR-X TO LN-PENDENTES
    MOVE NL-DESVIOS TO LN-DESVIOS
    WRITE LINHA-NOITEREL FROM LINHA-NOITE-DET.

0550-EDITAR-VALOR.
    IF WS-VALOR = NAO-APURADO
        MOVE "      -" TO WS-ED-VALOR-X
    ELSE
        MOVE WS-VALOR TO WS-ED-VALOR
    END-IF.

0560-CONCLUSAO.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO
    IF WS-NOITE-BOA = 'S'
        MOVE "NOITE SEM OCORRENCIA: TODOS OS PASSOS COM RC 0 E NENHUM "
            TO LINHA-TEXTO
        MOVE "DESVIO DA TENDENCIA" TO LINHA-TEXTO (57:19)
    ELSE
        MOVE "NOITE COM OCORRENCIA - VER OS PASSOS E OS DESVIOS ACIMA"
            TO LINHA-TEXTO
    END-IF
    WRITE LINHA-NOITEREL FROM LINHA-TEXTO.

0700-FECHAR-NOITE.
*> REGISTRO DE FECHAMENTO: OS PASSOS GRAVADOS ATE AQUI PASSAM A SER
*> UMA NOITE ANTERIOR NA PROXIMA EXECUCAO.
    MOVE SPACES TO REG-HIST-NOITE
    MOVE WS-DATA-ATUAL  TO HN-DATA
    ACCEPT HN-HORA FROM TIME
    MOVE "NOITERES"     TO HN-PROGRAMA
    IF WS-NOITE-BOA = 'S'
        MOVE 0 TO HN-RETORNO
    ELSE
        MOVE 4 TO HN-RETORNO
    END-IF
    MOVE NA-LIDOS       TO HN-NOI-LIDOS
    MOVE NA-PROCESSADOS TO HN-NOI-PROCESSADOS
    MOVE NA-REJEITADOS  TO HN-NOI-REJEITADOS
    MOVE NA-EXTRAIDOS   TO HN-NOI-EXTRAIDOS
    MOVE NA-CONFIRMADOS TO HN-NOI-CONFIRMADOS
    MOVE NA-PENDENTES   TO HN-NOI-PENDENTES
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
        MOVE NA-RC (WS-I) TO HN-NOI-RC (WS-I)
    END-PERFORM
    MOVE NA-DESVIOS     TO HN-NOI-DESVIOS
    OPEN EXTEND ARQ-HISTNOIT
    IF WS-STATUS-HISTNOIT NOT = "00"
        DISPLAY "ERRO AO GRAVAR O FECHAMENTO NO HISTORICO DA RODADA "
            "(DD HISTNOIT) - STATUS: " WS-STATUS-HISTNOIT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    WRITE LINHA-HISTNOIT FROM REG-HIST-NOITE
    CLOSE ARQ-HISTNOIT.

0600-CARREGAR-PARAMETROS.
    OPEN INPUT ARQ-PARAMETROS
    IF WS-STATUS-PARAMETROS = "35"
        DISPLAY "ARQUIVO DE PARAMETROS (DD PARMIMC) AUSENTE - "
            "USANDO VALORES PADRAO"
    ELSE
        IF WS-STATUS-PARAMETROS NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO DE PARAMETROS (DD PARMIMC)"
                " - STATUS: " WS-STATUS-PARAMETROS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        ELSE
            MOVE 'A' TO WS-PARM-ORIGEM
            PERFORM UNTIL WS-FIM-PARAMETROS = 'S'
                READ ARQ-PARAMETROS
                    AT END
                        MOVE 'S' TO WS-FIM-PARAMETROS
                    NOT AT END
                        PERFORM 0610-PROCESSAR-CARTAO
                END-READ
            END-PERFORM
            CLOSE ARQ-PARAMETROS
        END-IF
    END-IF
    PERFORM 0630-CRITICAR-PARAMETROS
    IF WS-PARM-ERRO = 'S'
        DISPLAY "ARQUIVO DE PARAMETROS MALFORMADO OU INCONSISTENTE - "
            "EXECUCAO RECUSADA"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0610-PROCESSAR-CARTAO.
    IF LINHA-PARAMETRO NOT = SPACES
       AND LINHA-PARAMETRO (1:1) NOT = "*"
        MOVE SPACES TO WS-PARM-CHAVE
        MOVE SPACES TO WS-PARM-VALOR
        UNSTRING LINHA-PARAMETRO DELIMITED BY "="
            INTO WS-PARM-CHAVE WS-PARM-VALOR
        END-UNSTRING
        PERFORM 0620-VALIDAR-VALOR
        IF WS-PARM-VALIDO = 'N'
            MOVE 'S' TO WS-PARM-ERRO
            DISPLAY "CARTAO DE PARAMETRO INVALIDO: " LINHA-PARAMETRO
        ELSE
            PERFORM 0625-APLICAR-PARAMETRO
        END-IF
    END-IF.

0620-VALIDAR-VALOR.
    MOVE 'S' TO WS-PARM-VALIDO
    MOVE 'N' TO WS-PARM-FIM-VALOR
    MOVE 0 TO WS-PARM-PONTOS
    MOVE 0 TO WS-PARM-DIG-INT
    MOVE 0 TO WS-PARM-DIG-DEC
    PERFORM VARYING WS-PARM-I FROM 1 BY 1 UNTIL WS-PARM-I > 10
        IF WS-PARM-VALOR (WS-PARM-I:1) = SPACE
            MOVE 'S' TO WS-PARM-FIM-VALOR
        ELSE
            IF WS-PARM-FIM-VALOR = 'S'
                MOVE 'N' TO WS-PARM-VALIDO
            ELSE
                IF WS-PARM-VALOR (WS-PARM-I:1) = "."
                    ADD 1 TO WS-PARM-PONTOS
                ELSE
                    IF WS-PARM-VALOR (WS-PARM-I:1) >= "0"
                       AND WS-PARM-VALOR (WS-PARM-I:1) <= "9"
                        IF WS-PARM-PONTOS = 0
                            ADD 1 TO WS-PARM-DIG-INT
                        ELSE
                            ADD 1 TO WS-PARM-DIG-DEC
                        END-IF
                    ELSE
                        MOVE 'N' TO WS-PARM-VALIDO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-PARM-PONTOS > 1 OR WS-PARM-DIG-INT = 0
       OR WS-PARM-DIG-INT > 3 OR WS-PARM-DIG-DEC > 2
        MOVE 'N' TO WS-PARM-VALIDO
    END-IF
    IF WS-PARM-VALIDO = 'S'
        COMPUTE WS-PARM-NUMERO = FUNCTION NUMVAL(WS-PARM-VALOR)
    END-IF.

0625-APLICAR-PARAMETRO.
    EVALUATE WS-PARM-CHAVE
        WHEN "IDADE-MINIMA"
            MOVE WS-PARM-NUMERO TO IDADE-MINIMA
        WHEN "IDADE-MAXIMA"
            MOVE WS-PARM-NUMERO TO IDADE-MAXIMA
        WHEN "PESO-MINIMO"
            MOVE WS-PARM-NUMERO TO PESO-MINIMO
        WHEN "PESO-MAXIMO"
            MOVE WS-PARM-NUMERO TO PESO-MAXIMO
        WHEN "ALTURA-CM-MINIMA"
            MOVE WS-PARM-NUMERO TO ALTURA-CM-MINIMA
        WHEN "ALTURA-CM-MAXIMA"
            MOVE WS-PARM-NUMERO TO ALTURA-CM-MAXIMA
        WHEN "CINTURA-CM-MINIMA"
            MOVE WS-PARM-NUMERO TO CINTURA-CM-MINIMA
        WHEN "CINTURA-CM-MAXIMA"
            MOVE WS-PARM-NUMERO TO CINTURA-CM-MAXIMA
        WHEN "IMC-NORMAL-MINIMO"
            MOVE WS-PARM-NUMERO TO IMC-NORMAL-MINIMO
        WHEN "IMC-NORMAL-MAXIMO"
            MOVE WS-PARM-NUMERO TO IMC-NORMAL-MAXIMO
        WHEN "ADULTO-CORTE-MAGREZA"
            MOVE WS-PARM-NUMERO TO ADULTO-CORTE-MAGREZA
        WHEN "ADULTO-CORTE-SOBREPESO"
            MOVE WS-PARM-NUMERO TO ADULTO-CORTE-SOBREPESO
        WHEN "ADULTO-CORTE-OBESIDADE"
            MOVE WS-PARM-NUMERO TO ADULTO-CORTE-OBESIDADE
        WHEN "PED-2-5-M-MAGREZA"
            MOVE WS-PARM-NUMERO TO PED-2-5-M-MAGREZA
        WHEN "PED-2-5-M-SOBREPESO"
            MOVE WS-PARM-NUMERO TO PED-2-5-M-SOBREPESO
        WHEN "PED-2-5-M-OBESIDADE"
            MOVE WS-PARM-NUMERO TO PED-2-5-M-OBESIDADE
        WHEN "PED-2-5-F-MAGREZA"
            MOVE WS-PARM-NUMERO TO PED-2-5-F-MAGREZA
        WHEN "PED-2-5-F-SOBREPESO"
            MOVE WS-PARM-NUMERO TO PED-2-5-F-SOBREPESO
        WHEN "PED-2-5-F-OBESIDADE"
            MOVE WS-PARM-NUMERO TO PED-2-5-F-OBESIDADE
        WHEN "PED-6-11-M-MAGREZA"
            MOVE WS-PARM-NUMERO TO PED-6-11-M-MAGREZA
        WHEN "PED-6-11-M-SOBREPESO"
            MOVE WS-PARM-NUMERO TO PED-6-11-M-SOBREPESO
        WHEN "PED-6-11-M-OBESIDADE"
            MOVE WS-PARM-NUMERO TO PED-6-11-M-OBESIDADE
        WHEN "PED-6-11-F-MAGREZA"
            MOVE WS-PARM-NUMERO TO PED-6-11-F-MAGREZA
        WHEN "PED-6-11-F-SOBREPESO"
            MOVE WS-PARM-NUMERO TO PED-6-11-F-SOBREPESO
        WHEN "PED-6-11-F-OBESIDADE"
            MOVE WS-PARM-NUMERO TO PED-6-11-F-OBESIDADE
        WHEN "PED-12-17-M-MAGREZA"
            MOVE WS-PARM-NUMERO TO PED-12-17-M-MAGREZA
        WHEN "PED-12-17-M-SOBREPESO"
            MOVE WS-PARM-NUMERO TO PED-12-17-M-SOBREPESO
        WHEN "PED-12-17-M-OBESIDADE"
            MOVE WS-PARM-NUMERO TO PED-12-17-M-OBESIDADE
        WHEN "PED-12-17-F-MAGREZA"
            MOVE WS-PARM-NUMERO TO PED-12-17-F-MAGREZA
        WHEN "PED-12-17-F-SOBREPESO"
            MOVE WS-PARM-NUMERO TO PED-12-17-F-SOBREPESO
        WHEN "PED-12-17-F-OBESIDADE"
            MOVE WS-PARM-NUMERO TO PED-12-17-F-OBESIDADE
        WHEN "REJEITO-TOLERANCIA-PCT"
            MOVE WS-PARM-NUMERO TO REJEITO-TOLERANCIA-PCT
        WHEN "PESO-DIVERGENCIA-KG"
            MOVE WS-PARM-NUMERO TO PESO-DIVERGENCIA-KG
        WHEN "ALERTA-PESO-PCT"
            MOVE WS-PARM-NUMERO TO ALERTA-PESO-PCT
        WHEN "ALERTA-JANELA-DIAS"
            MOVE WS-PARM-NUMERO TO ALERTA-JANELA-DIAS
        WHEN "CONSIST-ALTURA-CM"
            MOVE WS-PARM-NUMERO TO CONSIST-ALTURA-CM
        WHEN "CONSIST-PESO-KG-DIA"
            MOVE WS-PARM-NUMERO TO CONSIST-PESO-KG-DIA
        WHEN "OPER-INATIVO-DIAS"
            MOVE WS-PARM-NUMERO TO OPER-INATIVO-DIAS
        WHEN "PROG-ABANDONO-DIAS"
            MOVE WS-PARM-NUMERO TO PROG-ABANDONO-DIAS
        WHEN "NOITE-QUEDA-VOLUME-PCT"
            MOVE WS-PARM-NUMERO TO NOITE-QUEDA-VOLUME-PCT
        WHEN "NOITE-REJEITO-PONTOS"
            MOVE WS-PARM-NUMERO TO NOITE-REJEITO-PONTOS
        WHEN "NOITE-PENDENCIA-NOITES"
            MOVE WS-PARM-NUMERO TO NOITE-PENDENCIA-NOITES
        WHEN OTHER
            MOVE 'S' TO WS-PARM-ERRO
            DISPLAY "CHAVE DE PARAMETRO DESCONHECIDA: " WS-PARM-CHAVE
    END-EVALUATE.

0630-CRITICAR-PARAMETROS.
    IF IDADE-MINIMA >= IDADE-MAXIMA
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PARAMETROS DE IDADE FORA DE ORDEM"
    END-IF
    IF PESO-MINIMO >= PESO-MAXIMO
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PARAMETROS DE PESO FORA DE ORDEM"
    END-IF
    IF ALTURA-CM-MINIMA >= ALTURA-CM-MAXIMA
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PARAMETROS DE ALTURA FORA DE ORDEM"
    END-IF
    IF CINTURA-CM-MINIMA >= CINTURA-CM-MAXIMA
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PARAMETROS DE CINTURA FORA DE ORDEM"
    END-IF
    IF IMC-NORMAL-MINIMO >= IMC-NORMAL-MAXIMO
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PARAMETROS DE IMC NORMAL FORA DE ORDEM"
    END-IF
    IF ADULTO-CORTE-MAGREZA >= ADULTO-CORTE-SOBREPESO
       OR ADULTO-CORTE-SOBREPESO >= ADULTO-CORTE-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES DE ADULTO FORA DE ORDEM"
    END-IF
    IF PED-2-5-M-MAGREZA >= PED-2-5-M-SOBREPESO
       OR PED-2-5-M-SOBREPESO >= PED-2-5-M-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES PED 2-5 M FORA DE ORDEM"
    END-IF
    IF PED-2-5-F-MAGREZA >= PED-2-5-F-SOBREPESO
       OR PED-2-5-F-SOBREPESO >= PED-2-5-F-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES PED 2-5 F FORA DE ORDEM"
    END-IF
    IF PED-6-11-M-MAGREZA >= PED-6-11-M-SOBREPESO
       OR PED-6-11-M-SOBREPESO >= PED-6-11-M-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES PED 6-11 M FORA DE ORDEM"
    END-IF
    IF PED-6-11-F-MAGREZA >= PED-6-11-F-SOBREPESO
       OR PED-6-11-F-SOBREPESO >= PED-6-11-F-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES PED 6-11 F FORA DE ORDEM"
    END-IF
    IF PED-12-17-M-MAGREZA >= PED-12-17-M-SOBREPESO
       OR PED-12-17-M-SOBREPESO >= PED-12-17-M-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES PED 12-17 M FORA DE ORDEM"
    END-IF
    IF PED-12-17-F-MAGREZA >= PED-12-17-F-SOBREPESO
       OR PED-12-17-F-SOBREPESO >= PED-12-17-F-OBESIDADE
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "CORTES PED 12-17 F FORA DE ORDEM"
    END-IF
    IF REJEITO-TOLERANCIA-PCT > 100
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "TOLERANCIA DE REJEICAO ACIMA DE 100"
    END-IF
    IF ALERTA-PESO-PCT = 0 OR ALERTA-JANELA-DIAS = 0
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PARAMETROS DO ALERTA DE PESO ZERADOS"
    END-IF
    IF CONSIST-ALTURA-CM = 0 OR CONSIST-PESO-KG-DIA = 0
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "TOLERANCIAS DE CONSISTENCIA ZERADAS"
    END-IF
    IF OPER-INATIVO-DIAS = 0
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PRAZO DE INATIVIDADE DE OPERADOR ZERADO"
    END-IF
    IF PROG-ABANDONO-DIAS = 0
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "PRAZO DE ABANDONO DO PROGRAMA DE PESO ZERADO"
    END-IF
    IF NOITE-QUEDA-VOLUME-PCT = 0 OR NOITE-QUEDA-VOLUME-PCT >= 100
       OR NOITE-REJEITO-PONTOS = 0 OR NOITE-PENDENCIA-NOITES = 0
        MOVE 'S' TO WS-PARM-ERRO
        DISPLAY "LIMITES DE TENDENCIA DA RODADA NOTURNA INVALIDOS"
    END-IF.

