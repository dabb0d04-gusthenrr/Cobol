IDENTIFICATION DIVISION.
PROGRAM-ID. IMCALERT.

*> ALERTA DE VARIACAO RAPIDA DE PESO PARA A EQUIPE DE NUTRICAO DA
*> INTERNACAO. RODA TODO DIA DEPOIS DO IMCLOTE: VARRE A TRILHA DE
*> AUDITORIA (DD AUDITORI) E, PARA CADA PACIENTE, COMPARA A PRIMEIRA
*> E A ULTIMA PESAGEM DENTRO DA JANELA DE ALERTA-JANELA-DIAS DIAS
*> (PARAMETRO DO PARMIMC). PERDA OU GANHO DE PELO MENOS
*> ALERTA-PESO-PCT POR CENTO GERA ALERTA; PACIENTE PEDIATRICO (MENOS
*> DE 18 ANOS NA ULTIMA PESAGEM) TAMBEM GERA ALERTA QUANDO CAI DE
*> FAIXA DE CLASSIFICACAO (OBESIDADE > SOBREPESO > NORMAL > MAGREZA).
*> PRIORIDADE (SEVERIDADE):
*>   1 = PERDA DE PESO COM QUEDA DE FAIXA (PEDIATRIA)
*>   2 = PERDA DE PESO
*>   3 = QUEDA DE FAIXA SEM PERDA SIGNIFICATIVA (PEDIATRIA)
*>   4 = GANHO DE PESO
*> MEDICOES DE GESTANTES FICAM FORA (O GANHO E ESPERADO); CORRECOES
*> E ANULACOES DO IMCCORR SAO APLICADAS; PACIENTES FUNDIDOS PELO
*> PACMERGE SAO AVALIADOS SOB O ID SOBREVIVENTE.
*> SAIDAS: LISTA IMPRESSA POR UNIDADE, EM ORDEM DE SEVERIDADE E DE
*> VARIACAO (DD ALERTREL), E ARQUIVO DE ALERTAS PARA AS
*> NUTRICIONISTAS (DD ALERTARQ). O LIVRO DE ALERTAS (DD ALERTLIV,
*> INDEXADO POR ID, COM A CIENCIA DADA PELO ALERTRET) EVITA O
*> REALERTA TODA NOITE: ALERTA AINDA SEM CIENCIA SAI COMO PENDENTE
*> COM A DATA DO PRIMEIRO AVISO; DEPOIS DA CIENCIA, O PACIENTE SO
*> VOLTA A LISTA SE AS PESAGENS POSTERIORES A CIENCIA, SOZINHAS,
*> CONFIGURAREM UM NOVO ALERTA. ALERTA SEM CIENCIA QUE NAO SAI MAIS
*> NA LISTA (A VARIACAO SAIU DA JANELA OU O PACIENTE NAO FOI MAIS
*> PESADO) E EXCLUIDO DO LIVRO NO FIM DA AVALIACAO, PARA QUE UM
*> EPISODIO POSTERIOR DO MESMO PACIENTE ENTRE COMO ALERTA NOVO, COM
*> A DATA DO DIA.
*> CODIGOS DE RETORNO: 0 = SEM ALERTA NOVO; 4 = ALERTAS NOVOS NA
*> LISTA; 16 = ERRO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-PACMEST ASSIGN TO PACMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PACM-ID-PACIENTE
        ALTERNATE RECORD KEY IS PACM-NOME WITH DUPLICATES
        FILE STATUS IS WS-STATUS-PACMEST.
    SELECT ARQ-ALERTLIV ASSIGN TO ALERTLIV
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALRT-ID-PACIENTE
        FILE STATUS IS WS-STATUS-ALERTLIV.
    SELECT ARQ-ALERTREL ASSIGN TO ALERTREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ALERTREL.
    SELECT ARQ-ALERTARQ ASSIGN TO ALERTARQ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ALERTARQ.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
    SELECT ARQ-SORT ASSIGN TO SORTWK01.
    SELECT ARQ-SORT-ALERTA ASSIGN TO SORTWK02.

DATA DIVISION.
FILE SECTION.
FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
        02 PACM-ID-PACIENTE PIC 9(6).
        02 PACM-NOME        PIC X(20).
        02 PACM-DATA-NASC   PIC 9(8).
        02 PACM-SEXO        PIC X(1).
        02 PACM-SITUACAO    PIC X(1).
        02 PACM-ID-DESTINO  PIC 9(6).

*> LIVRO DE ALERTAS: UM REGISTRO POR PACIENTE JA ALERTADO.
*> STATUS 'L' = LISTADO, AGUARDANDO CIENCIA; 'C' = CIENTE (DATA E
*> RESPONSAVEL GRAVADOS PELO ALERTRET).
FD  ARQ-ALERTLIV.
    01 REG-ALERTLIV.
        02 ALRT-ID-PACIENTE  PIC 9(6).
        02 ALRT-DATA-ALERTA  PIC 9(8).
        02 ALRT-SEVERIDADE   PIC 9(1).
        02 ALRT-TIPO         PIC X(1).
        02 ALRT-STATUS       PIC X(1).
        02 ALRT-DATA-CIENCIA PIC 9(8).
        02 ALRT-RESPONSAVEL  PIC X(20).

FD  ARQ-ALERTREL.
    01 LINHA-ALERTREL PIC X(100).

FD  ARQ-ALERTARQ.
    01 LINHA-ALERTARQ PIC X(93).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

SD  ARQ-SORT.
    01 REG-SORT.
        02 SORT-ID       PIC 9(6).
        02 SORT-DATA     PIC 9(8).
        02 SORT-HORA     PIC 9(8).
        02 SORT-PESO     PIC 9(3)V999.
        02 SORT-IDADE    PIC 9(3).
        02 SORT-CLASSIF  PIC X(10).
        02 SORT-NOME     PIC X(20).
        02 SORT-UNIDADE  PIC X(3).

SD  ARQ-SORT-ALERTA.
    01 REG-SORT-ALERTA.
        02 SA-UNIDADE       PIC X(3).
        02 SA-SEVERIDADE    PIC 9(1).
        02 SA-VARIACAO-ABS  PIC 9(3)V9.
        02 SA-ID            PIC 9(6).
        02 SA-NOME          PIC X(20).
        02 SA-TIPO          PIC X(1).
        02 SA-DIRECAO       PIC X(1).
        02 SA-DATA-BASE     PIC 9(8).
        02 SA-PESO-BASE     PIC 9(3)V999.
        02 SA-DATA-ULT      PIC 9(8).
        02 SA-PESO-ULT      PIC 9(3)V999.
        02 SA-CLASSIF-BASE  PIC X(10).
        02 SA-CLASSIF-ULT   PIC X(10).
        02 SA-SITUACAO      PIC X(1).
        02 SA-DATA-ALERTA   PIC 9(8).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-ALERTLIV  PIC X(2) VALUE SPACES.
    01 WS-STATUS-ALERTREL  PIC X(2) VALUE SPACES.
    01 WS-STATUS-ALERTARQ  PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-FIM-SORT         PIC X(1) VALUE 'N'.
    01 WS-SEM-PACMEST      PIC X(1) VALUE 'N'.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-DATA-INICIO      PIC 9(8) VALUE 0.
    01 WS-DIAS-HOJE        PIC 9(8) VALUE 0.
    01 WS-DIAS-INICIO      PIC 9(8) VALUE 0.
    01 WS-ED-PCT           PIC Z9.99.
    01 IDADE-ADULTA        PIC 9(3) VALUE 18.
    COPY PARMIMC.
    COPY CORRECAO.

*> IMAGEM DA LINHA DE AUDITORIA (LINHA-AUDITORIA-DET DO IMC/IMCLOTE)
    01 LINHA-AUD-DET.
        02 AL-DATA      PIC X(8).
        02 FILLER       PIC X(1).
        02 AL-HORA      PIC X(8).
        02 FILLER       PIC X(1).
        02 AL-OPERADOR  PIC X(20).
        02 AL-ID        PIC X(6).
        02 FILLER       PIC X(1).
        02 AL-NOME      PIC X(20).
        02 AL-IDADE     PIC X(3).
        02 FILLER       PIC X(1).
        02 AL-SEXO      PIC X(1).
        02 FILLER       PIC X(1).
        02 AL-PESO      PIC X(3).
        02 FILLER       PIC X(1).
        02 AL-ALTURA    PIC X(3).
        02 FILLER       PIC X(1).
        02 AL-CINTURA   PIC X(3).
        02 FILLER       PIC X(1).
        02 AL-IMC       PIC X(6).
        02 FILLER       PIC X(1).
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
*> MARCA DE GESTANTE E SEMANA GESTACIONAL (COLUNAS 116-118); EM
*> BRANCO PARA NAO GESTANTES.
        02 AL-GESTANTE  PIC X(1).
        02 AL-SEMANA-GEST   PIC X(2).
        02 FILLER       PIC X(2).

    01 WS-ID-LINHA         PIC 9(6) VALUE 0.
    01 WS-DATA-LINHA       PIC 9(8) VALUE 0.
    01 WS-PESO-LINHA       PIC 9(3)V999 VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.
    01 WS-SEGUIR-FUSAO     PIC X(1) VALUE 'N'.

*> PACIENTE EM AVALIACAO (QUEBRA POR ID NA SAIDA DO SORT). A BASE
*> "CIENCIA" E A PRIMEIRA PESAGEM POSTERIOR A CIENCIA DO ULTIMO
*> ALERTA; SEM CIENCIA NO LIVRO, E A PRIMEIRA PESAGEM DA JANELA.
    01 WS-GRUPO-ID         PIC 9(6) VALUE 0.
    01 WS-GRUPO-ABERTO     PIC X(1) VALUE 'N'.
    01 WS-GRUPO-NOME       PIC X(20) VALUE SPACES.
    01 WS-GRUPO-UNIDADE    PIC X(3) VALUE SPACES.
    01 WS-GRUPO-DATA-CIENCIA PIC 9(8) VALUE 0.
    01 WS-GRUPO-PESAGENS   PIC 9(5) VALUE 0.
    01 WS-GRUPO-APOS-CIENCIA PIC 9(5) VALUE 0.
    01 WS-BASE-DATA        PIC 9(8) VALUE 0.
    01 WS-BASE-PESO        PIC 9(3)V999 VALUE 0.
    01 WS-BASE-CLASSIF     PIC X(10) VALUE SPACES.
    01 WS-BCI-DATA         PIC 9(8) VALUE 0.
    01 WS-BCI-PESO         PIC 9(3)V999 VALUE 0.
    01 WS-BCI-CLASSIF      PIC X(10) VALUE SPACES.
    01 WS-ULT-DATA         PIC 9(8) VALUE 0.
    01 WS-ULT-PESO         PIC 9(3)V999 VALUE 0.
    01 WS-ULT-CLASSIF      PIC X(10) VALUE SPACES.
    01 WS-ULT-IDADE        PIC 9(3) VALUE 0.
    01 WS-NO-LIVRO         PIC X(1) VALUE 'N'.

*> AVALIACAO DE UMA TRAJETORIA (BASE -> ULTIMA PESAGEM)
    01 WS-AVAL-DATA-BASE   PIC 9(8) VALUE 0.
    01 WS-AVAL-PESO-BASE   PIC 9(3)V999 VALUE 0.
    01 WS-AVAL-CLASSIF-BASE PIC X(10) VALUE SPACES.
    01 WS-VARIACAO         PIC S9(3)V9 VALUE 0.
    01 WS-VARIACAO-ABS     PIC 9(3)V9 VALUE 0.
    01 WS-DIRECAO          PIC X(1) VALUE SPACE.
    01 WS-PERDA            PIC X(1) VALUE 'N'.
    01 WS-GANHO            PIC X(1) VALUE 'N'.
    01 WS-QUEDA-FAIXA      PIC X(1) VALUE 'N'.
    01 WS-SEVERIDADE       PIC 9(1) VALUE 0.
    01 WS-TIPO-ALERTA      PIC X(1) VALUE SPACE.
    01 WS-SITUACAO         PIC X(1) VALUE SPACE.
    01 WS-DATA-ALERTA      PIC 9(8) VALUE 0.
    01 WS-CLASSIF-TEXTO    PIC X(10) VALUE SPACES.
    01 WS-CLASSIF-POSICAO  PIC 9(1) VALUE 0.
    01 WS-POSICAO-BASE     PIC 9(1) VALUE 0.
    01 WS-POSICAO-ULT      PIC 9(1) VALUE 0.

*> ALERTAS DA NOITE, GUARDADOS PARA A ORDENACAO POR UNIDADE E
*> SEVERIDADE (SEGUNDO SORT).
    01 TAB-ALERTAS.
        02 TA-ENTRADA OCCURS 2000.
            03 TA-UNIDADE      PIC X(3).
            03 TA-SEVERIDADE   PIC 9(1).
            03 TA-VARIACAO-ABS PIC 9(3)V9.
            03 TA-ID           PIC 9(6).
            03 TA-NOME         PIC X(20).
            03 TA-TIPO         PIC X(1).
            03 TA-DIRECAO      PIC X(1).
            03 TA-DATA-BASE    PIC 9(8).
            03 TA-PESO-BASE    PIC 9(3)V999.
            03 TA-DATA-ULT     PIC 9(8).
            03 TA-PESO-ULT     PIC 9(3)V999.
            03 TA-CLASSIF-BASE PIC X(10).
            03 TA-CLASSIF-ULT  PIC X(10).
            03 TA-SITUACAO     PIC X(1).
            03 TA-DATA-ALERTA  PIC 9(8).
    01 WS-QTDE-ALERTAS     PIC 9(4) VALUE 0.
    01 WS-LIMITE-ALERTAS   PIC 9(4) VALUE 2000.
    01 WS-A                PIC 9(4) VALUE 0.
    01 WS-UNIDADE-ATUAL    PIC X(3) VALUE LOW-VALUES.

    01 WS-TOTAL-LINHAS     PIC 9(7) VALUE 0.
    01 WS-TOTAL-PESAGENS   PIC 9(7) VALUE 0.
    01 WS-TOTAL-GESTANTES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-ILEGIVEIS  PIC 9(7) VALUE 0.
    01 WS-LINHAS-REDIRIGIDAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-PACIENTES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-INATIVOS   PIC 9(7) VALUE 0.
    01 WS-TOTAL-NOVOS      PIC 9(7) VALUE 0.
    01 WS-TOTAL-PENDENTES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-SUPRIMIDOS PIC 9(7) VALUE 0.
    01 WS-TOTAL-ENCERRADOS PIC 9(7) VALUE 0.
    01 WS-FIM-LIVRO        PIC X(1) VALUE 'N'.
    01 WS-FIM-BUSCA        PIC X(1) VALUE 'N'.
    01 WS-ID-LISTADO       PIC X(1) VALUE 'N'.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-ALERTA-CAB.
        02 FILLER PIC X(8)  VALUE "ID      ".
        02 FILLER PIC X(21) VALUE "NOME                 ".
        02 FILLER PIC X(3)  VALUE "SV ".
        02 FILLER PIC X(8)  VALUE "PESO INI".
        02 FILLER PIC X(8)  VALUE "PESO ULT".
        02 FILLER PIC X(8)  VALUE "  VAR%  ".
        02 FILLER PIC X(11) VALUE "CLASSIF INI".
        02 FILLER PIC X(11) VALUE "CLASSIF ULT".
        02 FILLER PIC X(9)  VALUE "ULT.PESAG".
        02 FILLER PIC X(13) VALUE "SITUACAO".
    01 LINHA-ALERTA-DET.
        02 LAD-ID           PIC 9(6).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 LAD-NOME         PIC X(20).
        02 FILLER           PIC X(1) VALUE SPACE.
        02 LAD-SEV          PIC 9(1).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 LAD-PESO-BASE    PIC ZZ9.999.
        02 FILLER           PIC X(1) VALUE SPACE.
        02 LAD-PESO-ULT     PIC ZZ9.999.
        02 FILLER           PIC X(1) VALUE SPACE.
        02 LAD-VARIACAO     PIC +ZZ9.9.
        02 FILLER           PIC X(2) VALUE SPACES.
        02 LAD-CLASSIF-BASE PIC X(10).
        02 FILLER           PIC X(1) VALUE SPACE.
        02 LAD-CLASSIF-ULT  PIC X(10).
        02 FILLER           PIC X(1) VALUE SPACE.
        02 LAD-DATA-ULT     PIC 9(8).
        02 FILLER           PIC X(1) VALUE SPACE.
        02 LAD-OBS          PIC X(13).
*> REGISTRO DO ARQUIVO DE ALERTAS PARA AS NUTRICIONISTAS. DIRECAO
*> '-' = PERDA, '+' = GANHO, ' ' = SEM VARIACAO SIGNIFICATIVA (SO
*> QUEDA DE FAIXA); TIPO 'P' PERDA, 'G' GANHO, 'F' FAIXA; SITUACAO
*> 'N' = NOVO NESTA RODADA, 'P' = PENDENTE DE CIENCIA DESDE A DATA
*> DO ALERTA.
    01 LINHA-ALERTA-ARQ.
        02 LAA-ID           PIC 9(6).
        02 LAA-NOME         PIC X(20).
        02 LAA-UNIDADE      PIC X(3).
        02 LAA-SEVERIDADE   PIC 9(1).
        02 LAA-TIPO         PIC X(1).
        02 LAA-DATA-BASE    PIC 9(8).
        02 LAA-PESO-BASE    PIC 9(3)V999.
        02 LAA-DATA-ULT     PIC 9(8).
        02 LAA-PESO-ULT     PIC 9(3)V999.
        02 LAA-DIRECAO      PIC X(1).
        02 LAA-VARIACAO     PIC 9(3)V9.
        02 LAA-CLASSIF-BASE PIC X(10).
        02 LAA-CLASSIF-ULT  PIC X(10).
        02 LAA-DATA-ALERTA  PIC 9(8).
        02 LAA-SITUACAO     PIC X(1).

PROCEDURE DIVISION.
    DISPLAY "IMCALERT - ALERTA DE VARIACAO RAPIDA DE PESO"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    PERFORM 0600-CARREGAR-PARAMETROS
    IF WS-PARM-ORIGEM = 'A'
        DISPLAY "PARAMETROS CARREGADOS DO ARQUIVO PARMIMC"
    ELSE
        DISPLAY "PARAMETROS PADRAO (ARQUIVO PARMIMC AUSENTE)"
    END-IF
    COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
    COMPUTE WS-DIAS-INICIO = WS-DIAS-HOJE - ALERTA-JANELA-DIAS
    COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO)
    MOVE ALERTA-PESO-PCT TO WS-ED-PCT
    DISPLAY "JANELA: " WS-DATA-INICIO " A " WS-DATA-ATUAL
        " - VARIACAO MINIMA: " WS-ED-PCT "%"

    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0150-CARREGAR-CORRECOES
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-ID
        ON ASCENDING KEY SORT-DATA
        ON ASCENDING KEY SORT-HORA
        INPUT PROCEDURE IS 0200-SELECIONAR-PESAGENS
        OUTPUT PROCEDURE IS 0300-AVALIAR-PACIENTES
    PERFORM 0350-ENCERRAR-SEM-ALERTA
    SORT ARQ-SORT-ALERTA
        ON ASCENDING KEY SA-UNIDADE
        ON ASCENDING KEY SA-SEVERIDADE
        ON DESCENDING KEY SA-VARIACAO-ABS
        INPUT PROCEDURE IS 0400-LIBERAR-ALERTAS
        OUTPUT PROCEDURE IS 0450-GRAVAR-SAIDAS
    PERFORM 0500-FECHAR-ARQUIVOS
    DISPLAY "LINHAS DE AUDITORIA LIDAS: " WS-TOTAL-LINHAS
    DISPLAY "PESAGENS NA JANELA: " WS-TOTAL-PESAGENS
    DISPLAY "PESAGENS DE GESTANTES (FORA DO ALERTA): "
        WS-TOTAL-GESTANTES
    DISPLAY "PESAGENS ILEGIVEIS IGNORADAS: " WS-TOTAL-ILEGIVEIS
    DISPLAY "PESAGENS REDIRECIONADAS (PACIENTES FUNDIDOS): "
        WS-LINHAS-REDIRIGIDAS
    DISPLAY "PACIENTES AVALIADOS: " WS-TOTAL-PACIENTES
    DISPLAY "ALERTAS NOVOS: " WS-TOTAL-NOVOS
        " PENDENTES DE CIENCIA: " WS-TOTAL-PENDENTES
    DISPLAY "ALERTAS JA CIENTES (NAO REPETIDOS): "
        WS-TOTAL-SUPRIMIDOS
    DISPLAY "ALERTAS SEM CIENCIA ENCERRADOS (FORA DA LISTA): "
        WS-TOTAL-ENCERRADOS
    DISPLAY "PACIENTES INATIVOS NO MESTRE (IGNORADOS): "
        WS-TOTAL-INATIVOS
    IF WS-TOTAL-NOVOS > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-ABRIR-ARQUIVOS.
    OPEN INPUT ARQ-AUDITORIA
    IF WS-STATUS-AUDITORIA NOT = "00"
        DISPLAY "ERRO AO ABRIR AUDITORIA (DD AUDITORI) - STATUS: "
            WS-STATUS-AUDITORIA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARQ-PACMEST
    IF WS-STATUS-PACMEST = "35"
        MOVE 'S' TO WS-SEM-PACMEST
        DISPLAY "CADASTRO DE PACIENTES (DD PACMEST) NAO ENCONTRADO - "
            "SEM REDIRECIONAMENTO DE PACIENTES FUNDIDOS"
    ELSE
        IF WS-STATUS-PACMEST NOT = "00"
            DISPLAY "ERRO AO ABRIR CADASTRO DE PACIENTES (DD PACMEST)"
                " - STATUS: " WS-STATUS-PACMEST
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
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
    OPEN OUTPUT ARQ-ALERTREL
    IF WS-STATUS-ALERTREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD ALERTREL) - STATUS: "
            WS-STATUS-ALERTREL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARQ-ALERTARQ
    IF WS-STATUS-ALERTARQ NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE ALERTAS (DD ALERTARQ) - "
            "STATUS: " WS-STATUS-ALERTARQ
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0150-CARREGAR-CORRECOES.
*> PRIMEIRA PASSADA: EVENTOS DE CORRECAO/ANULACAO DO IMCCORR, QUE
*> PODEM VIR DEPOIS DA PESAGEM NA TRILHA; A AUDITORIA E REABERTA
*> PARA A SELECAO.
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
    END-IF.

0200-SELECIONAR-PESAGENS.
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                ADD 1 TO WS-TOTAL-LINHAS
                MOVE LINHA-AUDITORIA TO LINHA-AUD-DET
                PERFORM 0920-APLICAR-CORRECAO
*> EVENTOS DE SEGURANCA/ALTERACAO NAO SAO PESAGENS; A MEDICAO
*> ANULADA PELO IMCCORR TAMBEM FICA FORA.
                IF AL-ID IS NUMERIC AND AL-DATA IS NUMERIC
                   AND AL-HORA IS NUMERIC
                   AND WS-CORR-DESCARTAR = 'N'
                    PERFORM 0210-LIBERAR-PESAGEM
                END-IF
        END-READ
    END-PERFORM.

0210-LIBERAR-PESAGEM.
    MOVE AL-DATA TO WS-DATA-LINHA
    IF WS-DATA-LINHA >= WS-DATA-INICIO
       AND WS-DATA-LINHA <= WS-DATA-ATUAL
        IF AL-GESTANTE = 'S'
            ADD 1 TO WS-TOTAL-GESTANTES
        ELSE
            IF AL-PESO-PRECISO IS NUMERIC
                MOVE AL-PESO-PRECISO-N TO WS-PESO-LINHA
            ELSE
                COMPUTE WS-PESO-LINHA = FUNCTION NUMVAL(AL-PESO)
            END-IF
            IF WS-PESO-LINHA = 0
                ADD 1 TO WS-TOTAL-ILEGIVEIS
            ELSE
                ADD 1 TO WS-TOTAL-PESAGENS
                MOVE AL-ID TO WS-ID-LINHA
                PERFORM 0220-REDIRECIONAR-FUNDIDO
                MOVE WS-ID-LINHA   TO SORT-ID
                MOVE WS-DATA-LINHA TO SORT-DATA
                MOVE AL-HORA       TO SORT-HORA
                MOVE WS-PESO-LINHA TO SORT-PESO
                COMPUTE SORT-IDADE = FUNCTION NUMVAL(AL-IDADE)
                MOVE AL-CLASSIF    TO SORT-CLASSIF
                MOVE AL-NOME       TO SORT-NOME
                IF AL-UNIDADE = SPACES
                    MOVE "---" TO SORT-UNIDADE
                ELSE
                    MOVE AL-UNIDADE TO SORT-UNIDADE
                END-IF
                RELEASE REG-SORT
            END-IF
        END-IF
    END-IF.

0220-REDIRECIONAR-FUNDIDO.
*> FUSOES ENCADEADAS SAO LEGITIMAS (A FOI FUNDIDO EM B QUANDO B
*> AINDA ERA ATIVO, E B DEPOIS FOI FUNDIDO EM C): SEGUE A CADEIA
*> ATE UM REGISTRO NAO FUNDIDO, COM A MESMA TRAVA DE 5 NIVEIS DO
*> IMCHIST CONTRA PONTEIRO CIRCULAR NO MESTRE.
    IF WS-SEM-PACMEST = 'N'
        MOVE 0 TO WS-SALTOS-FUSAO
        MOVE 'S' TO WS-SEGUIR-FUSAO
        PERFORM UNTIL WS-SEGUIR-FUSAO = 'N'
                  OR WS-SALTOS-FUSAO >= 5
            MOVE 'N' TO WS-SEGUIR-FUSAO
            MOVE WS-ID-LINHA TO PACM-ID-PACIENTE
            READ ARQ-PACMEST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PACM-SITUACAO = 'M' AND PACM-ID-DESTINO > 0
                        MOVE PACM-ID-DESTINO TO WS-ID-LINHA
                        ADD 1 TO WS-SALTOS-FUSAO
                        MOVE 'S' TO WS-SEGUIR-FUSAO
                    END-IF
            END-READ
        END-PERFORM
        IF WS-SALTOS-FUSAO >= 5 AND WS-SEGUIR-FUSAO = 'S'
            DISPLAY "CADEIA DE FUSOES ACIMA DE 5 NIVEIS NO ID "
                WS-ID-LINHA " - CONFERIR O MESTRE COM O PACMANUT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-SALTOS-FUSAO > 0
            ADD 1 TO WS-LINHAS-REDIRIGIDAS
        END-IF
    END-IF.

0300-AVALIAR-PACIENTES.
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT
            AT END
                MOVE 'S' TO WS-FIM-SORT
                PERFORM 0320-FECHAR-GRUPO
            NOT AT END
                PERFORM 0310-ACUMULAR-GRUPO
        END-RETURN
    END-PERFORM.

0310-ACUMULAR-GRUPO.
    IF WS-GRUPO-ABERTO = 'S' AND SORT-ID NOT = WS-GRUPO-ID
        PERFORM 0320-FECHAR-GRUPO
    END-IF
    IF WS-GRUPO-ABERTO = 'N'
        MOVE 'S' TO WS-GRUPO-ABERTO
        MOVE SORT-ID TO WS-GRUPO-ID
        MOVE 0 TO WS-GRUPO-PESAGENS
        MOVE 0 TO WS-GRUPO-APOS-CIENCIA
        MOVE SORT-DATA    TO WS-BASE-DATA
        MOVE SORT-PESO    TO WS-BASE-PESO
        MOVE SORT-CLASSIF TO WS-BASE-CLASSIF
        PERFORM 0315-CONSULTAR-LIVRO
    END-IF
    ADD 1 TO WS-GRUPO-PESAGENS
    IF SORT-DATA > WS-GRUPO-DATA-CIENCIA
        ADD 1 TO WS-GRUPO-APOS-CIENCIA
        IF WS-GRUPO-APOS-CIENCIA = 1
            MOVE SORT-DATA    TO WS-BCI-DATA
            MOVE SORT-PESO    TO WS-BCI-PESO
            MOVE SORT-CLASSIF TO WS-BCI-CLASSIF
        END-IF
    END-IF
    MOVE SORT-DATA    TO WS-ULT-DATA
    MOVE SORT-PESO    TO WS-ULT-PESO
    MOVE SORT-CLASSIF TO WS-ULT-CLASSIF
    MOVE SORT-IDADE   TO WS-ULT-IDADE
    MOVE SORT-NOME    TO WS-GRUPO-NOME
    MOVE SORT-UNIDADE TO WS-GRUPO-UNIDADE.

0315-CONSULTAR-LIVRO.
*> ALERTA JA CIENTE: SO AS PESAGENS POSTERIORES A CIENCIA CONTAM
*> PARA UM NOVO ALERTA DO MESMO PACIENTE.
    MOVE 0 TO WS-GRUPO-DATA-CIENCIA
    MOVE WS-GRUPO-ID TO ALRT-ID-PACIENTE
    MOVE 'S' TO WS-NO-LIVRO
    READ ARQ-ALERTLIV
        INVALID KEY
            MOVE 'N' TO WS-NO-LIVRO
    END-READ
    IF WS-NO-LIVRO = 'S' AND ALRT-STATUS = 'C'
        MOVE ALRT-DATA-CIENCIA TO WS-GRUPO-DATA-CIENCIA
    END-IF.

0320-FECHAR-GRUPO.
    IF WS-GRUPO-ABERTO = 'S'
        ADD 1 TO WS-TOTAL-PACIENTES
        MOVE 'N' TO WS-GRUPO-ABERTO
        MOVE 0 TO WS-SEVERIDADE
        IF WS-SEM-PACMEST = 'N'
            MOVE WS-GRUPO-ID TO PACM-ID-PACIENTE
            READ ARQ-PACMEST
                INVALID KEY
                    MOVE SPACE TO PACM-SITUACAO
                NOT INVALID KEY
                    MOVE PACM-NOME TO WS-GRUPO-NOME
            END-READ
        ELSE
            MOVE SPACE TO PACM-SITUACAO
        END-IF
        IF PACM-SITUACAO = 'I'
            ADD 1 TO WS-TOTAL-INATIVOS
        ELSE
            IF WS-GRUPO-APOS-CIENCIA > 1
                MOVE WS-BCI-DATA    TO WS-AVAL-DATA-BASE
                MOVE WS-BCI-PESO    TO WS-AVAL-PESO-BASE
                MOVE WS-BCI-CLASSIF TO WS-AVAL-CLASSIF-BASE
                PERFORM 0330-CALCULAR-SEVERIDADE
            END-IF
            IF WS-SEVERIDADE > 0
                PERFORM 0340-GUARDAR-ALERTA
            ELSE
*> SEM ALERTA DEPOIS DA CIENCIA: CONTA SE A JANELA INTEIRA AINDA
*> ALERTARIA (E O ALERTA QUE A CIENCIA SEGURA FORA DA LISTA).
                IF WS-GRUPO-DATA-CIENCIA > 0 AND WS-GRUPO-PESAGENS > 1
                    MOVE WS-BASE-DATA    TO WS-AVAL-DATA-BASE
                    MOVE WS-BASE-PESO    TO WS-AVAL-PESO-BASE
                    MOVE WS-BASE-CLASSIF TO WS-AVAL-CLASSIF-BASE
                    PERFORM 0330-CALCULAR-SEVERIDADE
                    IF WS-SEVERIDADE > 0
                        ADD 1 TO WS-TOTAL-SUPRIMIDOS
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

0330-CALCULAR-SEVERIDADE.
    COMPUTE WS-VARIACAO ROUNDED =
        (WS-ULT-PESO - WS-AVAL-PESO-BASE) * 100 / WS-AVAL-PESO-BASE
    MOVE 'N' TO WS-PERDA
    MOVE 'N' TO WS-GANHO
    MOVE 'N' TO WS-QUEDA-FAIXA
    MOVE SPACE TO WS-DIRECAO
    IF WS-VARIACAO < 0
        COMPUTE WS-VARIACAO-ABS = 0 - WS-VARIACAO
    ELSE
        MOVE WS-VARIACAO TO WS-VARIACAO-ABS
    END-IF
    IF WS-VARIACAO-ABS >= ALERTA-PESO-PCT
        IF WS-VARIACAO < 0
            MOVE 'S' TO WS-PERDA
            MOVE '-' TO WS-DIRECAO
        ELSE
            MOVE 'S' TO WS-GANHO
            MOVE '+' TO WS-DIRECAO
        END-IF
    END-IF
    IF WS-ULT-IDADE < IDADE-ADULTA
        MOVE WS-AVAL-CLASSIF-BASE TO WS-CLASSIF-TEXTO
        PERFORM 0335-POSICAO-CLASSIF
        MOVE WS-CLASSIF-POSICAO TO WS-POSICAO-BASE
        MOVE WS-ULT-CLASSIF TO WS-CLASSIF-TEXTO
        PERFORM 0335-POSICAO-CLASSIF
        MOVE WS-CLASSIF-POSICAO TO WS-POSICAO-ULT
        IF WS-POSICAO-BASE > 0 AND WS-POSICAO-ULT > 0
           AND WS-POSICAO-ULT < WS-POSICAO-BASE
            MOVE 'S' TO WS-QUEDA-FAIXA
        END-IF
    END-IF
    MOVE 0 TO WS-SEVERIDADE
    IF WS-PERDA = 'S'
        MOVE 'P' TO WS-TIPO-ALERTA
        IF WS-QUEDA-FAIXA = 'S'
            MOVE 1 TO WS-SEVERIDADE
        ELSE
            MOVE 2 TO WS-SEVERIDADE
        END-IF
    ELSE
        IF WS-QUEDA-FAIXA = 'S'
            MOVE 'F' TO WS-TIPO-ALERTA
            MOVE 3 TO WS-SEVERIDADE
        ELSE
            IF WS-GANHO = 'S'
                MOVE 'G' TO WS-TIPO-ALERTA
                MOVE 4 TO WS-SEVERIDADE
            END-IF
        END-IF
    END-IF.

0335-POSICAO-CLASSIF.
*> ORDEM DAS FAIXAS PARA DETECTAR A QUEDA; CLASSE NAO RECONHECIDA
*> (LINHA ANTIGA OU ILEGIVEL) NAO ENTRA NA COMPARACAO.
    EVALUATE WS-CLASSIF-TEXTO
        WHEN "MAGREZA"
            MOVE 1 TO WS-CLASSIF-POSICAO
        WHEN "NORMAL"
            MOVE 2 TO WS-CLASSIF-POSICAO
        WHEN "SOBREPESO"
            MOVE 3 TO WS-CLASSIF-POSICAO
        WHEN "OBESIDADE"
            MOVE 4 TO WS-CLASSIF-POSICAO
        WHEN OTHER
            MOVE 0 TO WS-CLASSIF-POSICAO
    END-EVALUATE.

0340-GUARDAR-ALERTA.
*> ALERTA AINDA SEM CIENCIA CONTINUA NA LISTA COMO PENDENTE, COM A
*> DATA DO PRIMEIRO AVISO; OS DEMAIS ENTRAM COMO NOVOS NO LIVRO.
    IF WS-NO-LIVRO = 'S' AND ALRT-STATUS = 'L'
        MOVE 'P' TO WS-SITUACAO
        MOVE ALRT-DATA-ALERTA TO WS-DATA-ALERTA
        ADD 1 TO WS-TOTAL-PENDENTES
    ELSE
        MOVE 'N' TO WS-SITUACAO
        MOVE WS-DATA-ATUAL TO WS-DATA-ALERTA
        ADD 1 TO WS-TOTAL-NOVOS
    END-IF
    PERFORM 0345-ANOTAR-LIVRO
    IF WS-QTDE-ALERTAS >= WS-LIMITE-ALERTAS
        DISPLAY "MAIS DE " WS-LIMITE-ALERTAS " ALERTAS NA RODADA - "
            "AUMENTE TAB-ALERTAS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-QTDE-ALERTAS
    MOVE WS-GRUPO-UNIDADE     TO TA-UNIDADE (WS-QTDE-ALERTAS)
    MOVE WS-SEVERIDADE        TO TA-SEVERIDADE (WS-QTDE-ALERTAS)
    MOVE WS-VARIACAO-ABS      TO TA-VARIACAO-ABS (WS-QTDE-ALERTAS)
    MOVE WS-GRUPO-ID          TO TA-ID (WS-QTDE-ALERTAS)
    MOVE WS-GRUPO-NOME        TO TA-NOME (WS-QTDE-ALERTAS)
    MOVE WS-TIPO-ALERTA       TO TA-TIPO (WS-QTDE-ALERTAS)
    MOVE WS-DIRECAO           TO TA-DIRECAO (WS-QTDE-ALERTAS)
    MOVE WS-AVAL-DATA-BASE    TO TA-DATA-BASE (WS-QTDE-ALERTAS)
    MOVE WS-AVAL-PESO-BASE    TO TA-PESO-BASE (WS-QTDE-ALERTAS)
    MOVE WS-ULT-DATA          TO TA-DATA-ULT (WS-QTDE-ALERTAS)
    MOVE WS-ULT-PESO          TO TA-PESO-ULT (WS-QTDE-ALERTAS)
    MOVE WS-AVAL-CLASSIF-BASE TO TA-CLASSIF-BASE (WS-QTDE-ALERTAS)
    MOVE WS-ULT-CLASSIF       TO TA-CLASSIF-ULT (WS-QTDE-ALERTAS)
    MOVE WS-SITUACAO          TO TA-SITUACAO (WS-QTDE-ALERTAS)
    MOVE WS-DATA-ALERTA       TO TA-DATA-ALERTA (WS-QTDE-ALERTAS).

0345-ANOTAR-LIVRO.
    MOVE WS-GRUPO-ID    TO ALRT-ID-PACIENTE
    MOVE WS-DATA-ALERTA TO ALRT-DATA-ALERTA
    MOVE WS-SEVERIDADE  TO ALRT-SEVERIDADE
    MOVE WS-TIPO-ALERTA TO ALRT-TIPO
    MOVE 'L' TO ALRT-STATUS
    MOVE 0 TO ALRT-DATA-CIENCIA
    MOVE SPACES TO ALRT-RESPONSAVEL
    IF WS-NO-LIVRO = 'S'
        REWRITE REG-ALERTLIV
    ELSE
        WRITE REG-ALERTLIV
    END-IF
    IF WS-STATUS-ALERTLIV NOT = "00"
        DISPLAY "ERRO AO ANOTAR ALERTA DO ID " WS-GRUPO-ID
            " NO LIVRO (DD ALERTLIV) - STATUS: " WS-STATUS-ALERTLIV
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0350-ENCERRAR-SEM-ALERTA.
*> ALERTA SEM CIENCIA ('L') DE PACIENTE QUE NAO ESTA NA LISTA DESTA
*> RODADA E EXCLUIDO DO LIVRO. O LIVRO E LIDO EM ORDEM DE ID, A
*> MESMA EM QUE TAB-ALERTAS FOI MONTADA, E AS DUAS SAO PERCORRIDAS
*> JUNTAS.
    MOVE 1 TO WS-A
    MOVE 'N' TO WS-FIM-LIVRO
    MOVE ZEROES TO ALRT-ID-PACIENTE
    START ARQ-ALERTLIV KEY >= ALRT-ID-PACIENTE
        INVALID KEY
            MOVE 'S' TO WS-FIM-LIVRO
    END-START
    PERFORM UNTIL WS-FIM-LIVRO = 'S'
        READ ARQ-ALERTLIV NEXT
            AT END
                MOVE 'S' TO WS-FIM-LIVRO
            NOT AT END
                PERFORM 0355-CONFERIR-LIVRO
        END-READ
    END-PERFORM.

0355-CONFERIR-LIVRO.
    MOVE 'N' TO WS-ID-LISTADO
    MOVE 'N' TO WS-FIM-BUSCA
    PERFORM UNTIL WS-FIM-BUSCA = 'S'
        IF WS-A > WS-QTDE-ALERTAS
            MOVE 'S' TO WS-FIM-BUSCA
        ELSE
            IF TA-ID (WS-A) < ALRT-ID-PACIENTE
                ADD 1 TO WS-A
            ELSE
                IF TA-ID (WS-A) = ALRT-ID-PACIENTE
                    MOVE 'S' TO WS-ID-LISTADO
                END-IF
                MOVE 'S' TO WS-FIM-BUSCA
            END-IF
        END-IF
    END-PERFORM
    IF ALRT-STATUS = 'L'
        IF WS-ID-LISTADO = 'N'
            DELETE ARQ-ALERTLIV RECORD
            IF WS-STATUS-ALERTLIV NOT = "00"
                DISPLAY "ERRO AO ENCERRAR ALERTA DO ID "
                    ALRT-ID-PACIENTE " NO LIVRO (DD ALERTLIV) - "
                    "STATUS: " WS-STATUS-ALERTLIV
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-TOTAL-ENCERRADOS
        END-IF
    END-IF.

0400-LIBERAR-ALERTAS.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTDE-ALERTAS
        MOVE TA-UNIDADE (WS-A)      TO SA-UNIDADE
        MOVE TA-SEVERIDADE (WS-A)   TO SA-SEVERIDADE
        MOVE TA-VARIACAO-ABS (WS-A) TO SA-VARIACAO-ABS
        MOVE TA-ID (WS-A)           TO SA-ID
        MOVE TA-NOME (WS-A)         TO SA-NOME
        MOVE TA-TIPO (WS-A)         TO SA-TIPO
        MOVE TA-DIRECAO (WS-A)      TO SA-DIRECAO
        MOVE TA-DATA-BASE (WS-A)    TO SA-DATA-BASE
        MOVE TA-PESO-BASE (WS-A)    TO SA-PESO-BASE
        MOVE TA-DATA-ULT (WS-A)     TO SA-DATA-ULT
        MOVE TA-PESO-ULT (WS-A)     TO SA-PESO-ULT
        MOVE TA-CLASSIF-BASE (WS-A) TO SA-CLASSIF-BASE
        MOVE TA-CLASSIF-ULT (WS-A)  TO SA-CLASSIF-ULT
        MOVE TA-SITUACAO (WS-A)     TO SA-SITUACAO
        MOVE TA-DATA-ALERTA (WS-A)  TO SA-DATA-ALERTA
        RELEASE REG-SORT-ALERTA
    END-PERFORM.

0450-GRAVAR-SAIDAS.
    MOVE SPACES TO LINHA-TEXTO
    STRING "ALERTA DE VARIACAO RAPIDA DE PESO - DATA " WS-DATA-ATUAL
        " - JANELA DESDE " WS-DATA-INICIO " - LIMITE " WS-ED-PCT "%"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-ALERTREL FROM LINHA-TEXTO
    MOVE "SEVERIDADE: 1=PERDA E QUEDA DE FAIXA (PEDIATRIA)  2=PERDA  3=QUEDA DE FAIXA  4=GANHO"
        TO LINHA-TEXTO
    WRITE LINHA-ALERTREL FROM LINHA-TEXTO
    WRITE LINHA-ALERTREL FROM LINHA-ALERTA-CAB
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT-ALERTA
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                IF SA-UNIDADE NOT = WS-UNIDADE-ATUAL
                    MOVE SA-UNIDADE TO WS-UNIDADE-ATUAL
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "UNIDADE " SA-UNIDADE
                        " ------------------------------------"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-ALERTREL FROM LINHA-TEXTO
                END-IF
                MOVE SA-ID           TO LAD-ID
                MOVE SA-NOME         TO LAD-NOME
                MOVE SA-SEVERIDADE   TO LAD-SEV
                MOVE SA-PESO-BASE    TO LAD-PESO-BASE
                MOVE SA-PESO-ULT     TO LAD-PESO-ULT
                IF SA-DIRECAO = '-'
                    COMPUTE LAD-VARIACAO = 0 - SA-VARIACAO-ABS
                ELSE
                    MOVE SA-VARIACAO-ABS TO LAD-VARIACAO
                END-IF
                MOVE SA-CLASSIF-BASE TO LAD-CLASSIF-BASE
                MOVE SA-CLASSIF-ULT  TO LAD-CLASSIF-ULT
                MOVE SA-DATA-ULT     TO LAD-DATA-ULT
                MOVE SPACES TO LAD-OBS
                IF SA-SITUACAO = 'N'
                    MOVE "NOVO" TO LAD-OBS
                ELSE
                    STRING "PEND " SA-DATA-ALERTA
                        DELIMITED BY SIZE INTO LAD-OBS
                END-IF
                WRITE LINHA-ALERTREL FROM LINHA-ALERTA-DET
                MOVE SA-ID           TO LAA-ID
                MOVE SA-NOME         TO LAA-NOME
                MOVE SA-UNIDADE      TO LAA-UNIDADE
                MOVE SA-SEVERIDADE   TO LAA-SEVERIDADE
                MOVE SA-TIPO         TO LAA-TIPO
                MOVE SA-DATA-BASE    TO LAA-DATA-BASE
                MOVE SA-PESO-BASE    TO LAA-PESO-BASE
                MOVE SA-DATA-ULT     TO LAA-DATA-ULT
                MOVE SA-PESO-ULT     TO LAA-PESO-ULT
                MOVE SA-DIRECAO      TO LAA-DIRECAO
                MOVE SA-VARIACAO-ABS TO LAA-VARIACAO
                MOVE SA-CLASSIF-BASE TO LAA-CLASSIF-BASE
                MOVE SA-CLASSIF-ULT  TO LAA-CLASSIF-ULT
                MOVE SA-DATA-ALERTA  TO LAA-DATA-ALERTA
                MOVE SA-SITUACAO     TO LAA-SITUACAO
                WRITE LINHA-ALERTARQ FROM LINHA-ALERTA-ARQ
        END-RETURN
    END-PERFORM
    IF WS-QTDE-ALERTAS = 0
        MOVE "NENHUM PACIENTE COM VARIACAO SIGNIFICATIVA NA JANELA"
            TO LINHA-TEXTO
        WRITE LINHA-ALERTREL FROM LINHA-TEXTO
    END-IF
    MOVE SPACES TO LINHA-TEXTO
    STRING "ALERTAS NOVOS: " WS-TOTAL-NOVOS
        "  PENDENTES DE CIENCIA: " WS-TOTAL-PENDENTES
        "  JA CIENTES (NAO REPETIDOS): " WS-TOTAL-SUPRIMIDOS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-ALERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "ALERTAS SEM CIENCIA ENCERRADOS (FORA DA LISTA): "
        WS-TOTAL-ENCERRADOS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-ALERTREL FROM LINHA-TEXTO.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-AUDITORIA
    IF WS-SEM-PACMEST = 'N'
        CLOSE ARQ-PACMEST
    END-IF
    CLOSE ARQ-ALERTLIV
    CLOSE ARQ-ALERTREL
    CLOSE ARQ-ALERTARQ.

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
