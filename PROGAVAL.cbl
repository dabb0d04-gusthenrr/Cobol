IDENTIFICATION DIVISION.
PROGRAM-ID. PROGAVAL.

*> AVALIACAO MENSAL DO PROGRAMA DE CONTROLE DE PESO DO AMBULATORIO
*> DE NUTRICAO, PARA A APRESENTACAO A DIRETORIA. PARA CADA PACIENTE
*> INSCRITO (DD PROGPESO, MANTIDO PELO PROGMANT) COM INCLUSAO ATE O
*> FIM DO PERIODO DO SYSIN (DUAS LINHAS: DATA INICIAL E DATA FINAL,
*> AAAAMMDD), APURA NA TRILHA DE AUDITORIA VIVA (DD AUDITORI) E NO
*> ARQUIVO MENSAL DO AUDARQV (DD ARQMES, QUANDO ALOCADO) AS VISITAS
*> DE ACOMPANHAMENTO - MEDICOES POSTERIORES A MEDICAO INICIAL DA
*> INSCRICAO, ATE O FIM DO PERIODO OU ATE A ALTA DO PROGRAMA. O
*> PESO E O IMC ATUAIS SAO OS DA ULTIMA VISITA QUE NAO SEJA DE
*> GESTANTE. CORRECOES E ANULACOES DO IMCCORR SAO APLICADAS E AS
*> MEDICOES DE IDS FUNDIDOS PELO PACMERGE CONTAM PARA O SOBREVIVENTE
*> (DD PACMEST).
*> SITUACAO NO FIM DO PERIODO:
*>   ALTA     = DESLIGADO PELO PROGMANT ATE O FIM DO PERIODO;
*>   ABANDONO = DESLIGADO COM MOTIVO AB, OU ATIVO SEM VISITA HA MAIS
*>              DE PROG-ABANDONO-DIAS DIAS (PARMIMC) NO FIM DO
*>              PERIODO (SEM ACOMPANHAMENTO, CONTA A MEDICAO INICIAL);
*>   ATIVO    = OS DEMAIS.
*> META ATINGIDA: O IMC OU PESO ATUAL CHEGOU A META NO SENTIDO DELA
*> (ABAIXO OU ACIMA DO VALOR INICIAL).
*> SAIDA (DD PROGREL): INSCRITOS POR UNIDADE COM A VARIACAO DESDE A
*> INCLUSAO, QUADRO POR UNIDADE (SITUACAO, PERCENTUAL QUE ATINGIU A
*> META, MEDIAS DE VARIACAO, NOVOS E DESLIGADOS NO PERIODO) E POR
*> COORTE (MES DE INCLUSAO). AS MEDIAS SO CONSIDERAM INSCRITOS COM
*> ACOMPANHAMENTO; O PERCENTUAL DE META E SOBRE TODOS OS INSCRITOS.
*> O RELATORIO E POR ID, SEM NOME DE PACIENTE.
*> CODIGOS DE RETORNO: 0 = RELATORIO EMITIDO; 4 = NENHUM INSCRITO
*> ATE O FIM DO PERIODO; 16 = ERRO DE ARQUIVO, SYSIN OU PARAMETRO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-ARQMES ASSIGN TO ARQMES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ARQMES.
    SELECT ARQ-PACMEST ASSIGN TO PACMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PACM-ID-PACIENTE
        ALTERNATE RECORD KEY IS PACM-NOME WITH DUPLICATES
        FILE STATUS IS WS-STATUS-PACMEST.
    SELECT ARQ-PROGPESO ASSIGN TO PROGPESO
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS INSC-ID-PACIENTE
        FILE STATUS IS WS-STATUS-PROGPESO.
    SELECT ARQ-PROGREL ASSIGN TO PROGREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PROGREL.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
    SELECT ARQ-SORT ASSIGN TO SORTWK01.
    SELECT ARQ-SORT-INSCRITO ASSIGN TO SORTWK02.

DATA DIVISION.
FILE SECTION.
FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-ARQMES.
    01 LINHA-ARQMES PIC X(120).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
        02 PACM-ID-PACIENTE PIC 9(6).
        02 PACM-NOME        PIC X(20).
        02 PACM-DATA-NASC   PIC 9(8).
        02 PACM-SEXO        PIC X(1).
        02 PACM-SITUACAO    PIC X(1).
        02 PACM-ID-DESTINO  PIC 9(6).

*> INSCRICAO NO PROGRAMA DE CONTROLE DE PESO - LAYOUT DO PROGMANT.
FD  ARQ-PROGPESO.
    01 REG-PROGPESO.
        02 INSC-ID-PACIENTE    PIC 9(6).
        02 INSC-DATA-INCLUSAO  PIC 9(8).
        02 INSC-UNIDADE        PIC X(3).
        02 INSC-PESO-INICIAL   PIC 9(3)V999.
        02 INSC-IMC-INICIAL    PIC 9(3)V99.
        02 INSC-DATA-INICIAL   PIC 9(8).
        02 INSC-HORA-INICIAL   PIC 9(8).
        02 INSC-TIPO-META      PIC X(1).
        02 INSC-META           PIC 9(3)V999.
        02 INSC-SITUACAO       PIC X(1).
        02 INSC-DATA-ALTA      PIC 9(8).
        02 INSC-MOTIVO-ALTA    PIC X(2).
        02 INSC-OBS-ALTA       PIC X(30).
        02 FILLER              PIC X(8).

FD  ARQ-PROGREL.
    01 LINHA-PROGREL PIC X(100).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

SD  ARQ-SORT.
    01 REG-SORT.
        02 SORT-ID        PIC 9(6).
        02 SORT-DATA      PIC 9(8).
        02 SORT-HORA      PIC 9(8).
        02 SORT-PESO      PIC 9(3)V999.
        02 SORT-IMC       PIC 9(3)V99.
        02 SORT-GESTANTE  PIC X(1).

*> ORDEM DO RELATORIO: UNIDADE E ID; O RESTO ESTA NA TAB-INSCRITOS.
SD  ARQ-SORT-INSCRITO.
    01 REG-SORT-INSCRITO.
        02 SI-UNIDADE   PIC X(3).
        02 SI-ID        PIC 9(6).
        02 SI-INDICE    PIC 9(4).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQMES    PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-PROGPESO  PIC X(2) VALUE SPACES.
    01 WS-STATUS-PROGREL   PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-FIM-SORT         PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    COPY CORRECAO.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-DATA-INICIO      PIC 9(8) VALUE 0.
    01 WS-DATA-FIM         PIC 9(8) VALUE 0.
    COPY PARMIMC.

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
        02 AL-PESO-PRECISO     PIC X(6).
        02 AL-PESO-PRECISO-N   REDEFINES AL-PESO-PRECISO PIC 9(3)V999.
        02 AL-ALTURA-PRECISA   PIC X(4).
        02 AL-ALTURA-PRECISA-N REDEFINES AL-ALTURA-PRECISA PIC 9(3)V9.
        02 AL-GESTANTE  PIC X(1).
        02 AL-SEMANA-GEST   PIC X(2).
        02 FILLER       PIC X(2).

    01 WS-ID-LINHA         PIC 9(6) VALUE 0.
    01 WS-DATA-LINHA       PIC 9(8) VALUE 0.
    01 WS-PESO-LINHA       PIC 9(3)V999 VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.
    01 WS-SEGUIR-FUSAO     PIC X(1) VALUE 'N'.

*> INSCRITOS ATE O FIM DO PERIODO, EM ORDEM DE ID SOBREVIVENTE
*> (INSERCAO ORDENADA), CASADOS COM AS MEDICOES ORDENADAS POR ID.
*> TI-SIT-FINAL: SITUACAO NO FIM DO PERIODO (0410).
    01 TAB-INSCRITOS.
        02 TI-ENTRADA OCCURS 3000.
            03 TI-ID            PIC 9(6).
            03 TI-DATA-INCLUSAO PIC 9(8).
            03 TI-UNIDADE       PIC X(3).
            03 TI-PESO-INICIAL  PIC 9(3)V999.
            03 TI-IMC-INICIAL   PIC 9(3)V99.
            03 TI-CHAVE-INICIAL PIC 9(16).
            03 TI-DATA-INICIAL  PIC 9(8).
            03 TI-TIPO-META     PIC X(1).
            03 TI-META          PIC 9(3)V999.
            03 TI-SITUACAO      PIC X(1).
            03 TI-DATA-ALTA     PIC 9(8).
            03 TI-MOTIVO-ALTA   PIC X(2).
            03 TI-VISITAS       PIC 9(5).
            03 TI-ULT-VISITA    PIC 9(8).
            03 TI-COM-ATUAL     PIC X(1).
            03 TI-PESO-ATUAL    PIC 9(3)V999.
            03 TI-IMC-ATUAL     PIC 9(3)V99.
            03 TI-SIT-FINAL     PIC X(8).
            03 TI-DIAS          PIC 9(5).
            03 TI-ATINGIU       PIC X(1).
            03 TI-VAR-KG        PIC S9(3)V999.
            03 TI-VAR-PCT       PIC S9(3)V9.
            03 TI-VAR-IMC       PIC S9(3)V99.
    01 WS-QTDE-INSCRITOS   PIC 9(4) VALUE 0.
    01 WS-LIMITE-INSCRITOS PIC 9(4) VALUE 3000.
    01 WS-T                PIC 9(4) VALUE 0.
    01 WS-T-ACHADO         PIC 9(4) VALUE 0.
    01 WS-T-POSICAO        PIC 9(4) VALUE 0.
    01 WS-T-CASADO         PIC 9(4) VALUE 1.
    01 WS-CHAVE-MEDICAO    PIC 9(16) VALUE 0.

*> APURACAO DO INSCRITO.
    01 WS-DIAS-FIM         PIC 9(8) VALUE 0.
    01 WS-DIAS-REF         PIC 9(8) VALUE 0.
    01 WS-DATA-REF         PIC 9(8) VALUE 0.
    01 WS-VALOR-INICIAL    PIC 9(3)V999 VALUE 0.
    01 WS-VALOR-ATUAL      PIC 9(3)V999 VALUE 0.

*> QUADRO POR UNIDADE, EM ORDEM DE UNIDADE (INSERCAO ORDENADA), E
*> TOTAL GERAL.
    01 TAB-UNIDADES.
        02 TU-ENTRADA OCCURS 200.
            03 TU-UNIDADE     PIC X(3).
            03 TU-INSCRITOS   PIC 9(5).
            03 TU-ATIVOS      PIC 9(5).
            03 TU-ALTAS       PIC 9(5).
            03 TU-ABANDONOS   PIC 9(5).
            03 TU-COM-VISITA  PIC 9(5).
            03 TU-ATINGIRAM   PIC 9(5).
            03 TU-SOMA-KG     PIC S9(7)V999.
            03 TU-SOMA-PCT    PIC S9(7)V9.
            03 TU-SOMA-IMC    PIC S9(7)V99.
            03 TU-NOVOS       PIC 9(5).
            03 TU-DESLIGADOS  PIC 9(5).
    01 WS-QTDE-UNIDADES    PIC 9(3) VALUE 0.
    01 WS-LIMITE-UNIDADES  PIC 9(3) VALUE 200.
    01 WS-U                PIC 9(3) VALUE 0.
    01 WS-U-ACHADO         PIC 9(3) VALUE 0.
    01 WS-U-POSICAO        PIC 9(3) VALUE 0.
    01 WS-UNIDADE-BUSCA    PIC X(3) VALUE SPACES.
    01 TOTAL-UNIDADES.
        02 TT-INSCRITOS   PIC 9(5) VALUE 0.
        02 TT-ATIVOS      PIC 9(5) VALUE 0.
        02 TT-ALTAS       PIC 9(5) VALUE 0.
        02 TT-ABANDONOS   PIC 9(5) VALUE 0.
        02 TT-COM-VISITA  PIC 9(5) VALUE 0.
        02 TT-ATINGIRAM   PIC 9(5) VALUE 0.
        02 TT-SOMA-KG     PIC S9(7)V999 VALUE 0.
        02 TT-SOMA-PCT    PIC S9(7)V9 VALUE 0.
        02 TT-SOMA-IMC    PIC S9(7)V99 VALUE 0.
        02 TT-NOVOS       PIC 9(5) VALUE 0.
        02 TT-DESLIGADOS  PIC 9(5) VALUE 0.

*> COORTES POR MES DE INCLUSAO (AAAAMM), EM ORDEM (INSERCAO
*> ORDENADA).
    01 TAB-COORTES.
        02 CO-ENTRADA OCCURS 240.
            03 CO-MES         PIC 9(6).
            03 CO-INSCRITOS   PIC 9(5).
            03 CO-COM-VISITA  PIC 9(5).
            03 CO-SOMA-KG     PIC S9(7)V999.
            03 CO-SOMA-PCT    PIC S9(7)V9.
            03 CO-SOMA-IMC    PIC S9(7)V99.
            03 CO-ATINGIRAM   PIC 9(5).
            03 CO-ATIVOS      PIC 9(5).
            03 CO-ABANDONOS   PIC 9(5).
            03 CO-ALTAS       PIC 9(5).
    01 WS-QTDE-COORTES     PIC 9(3) VALUE 0.
    01 WS-LIMITE-COORTES   PIC 9(3) VALUE 240.
    01 WS-C                PIC 9(3) VALUE 0.
    01 WS-C-ACHADO         PIC 9(3) VALUE 0.
    01 WS-C-POSICAO        PIC 9(3) VALUE 0.
    01 WS-MES-BUSCA        PIC 9(6) VALUE 0.

*> MEDIAS E PERCENTUAIS DAS LINHAS DE QUADRO (0480).
    01 WS-QUADRO-INSCRITOS  PIC 9(5) VALUE 0.
    01 WS-QUADRO-COM-VISITA PIC 9(5) VALUE 0.
    01 WS-QUADRO-ATINGIRAM  PIC 9(5) VALUE 0.
    01 WS-QUADRO-SOMA-KG    PIC S9(7)V999 VALUE 0.
    01 WS-QUADRO-SOMA-PCT   PIC S9(7)V9 VALUE 0.
    01 WS-QUADRO-SOMA-IMC   PIC S9(7)V99 VALUE 0.
    01 WS-PCT-ATINGIU       PIC 9(3)V9 VALUE 0.
    01 WS-MEDIA-KG          PIC S9(3)V999 VALUE 0.
    01 WS-MEDIA-PCT         PIC S9(3)V9 VALUE 0.
    01 WS-MEDIA-IMC         PIC S9(3)V99 VALUE 0.

    01 WS-TOTAL-LINHAS      PIC 9(7) VALUE 0.
    01 WS-TOTAL-MEDICOES    PIC 9(7) VALUE 0.
    01 WS-TOTAL-ILEGIVEIS   PIC 9(7) VALUE 0.
    01 WS-LINHAS-REDIRIGIDAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-VISITAS     PIC 9(7) VALUE 0.
    01 WS-TOTAL-LIDOS       PIC 9(5) VALUE 0.
    01 WS-TOTAL-FUTUROS     PIC 9(5) VALUE 0.
    01 WS-TOTAL-DUPLICADOS  PIC 9(5) VALUE 0.
    01 WS-UNIDADE-ATUAL     PIC X(3) VALUE LOW-VALUES.

    01 WS-ED-PESO          PIC ZZ9.999.
    01 WS-ED-IMC           PIC ZZ9.99.
    01 WS-ED-VAR-KG        PIC ---9.999.
    01 WS-ED-VAR-PCT       PIC ---9.9.
    01 WS-ED-DIAS          PIC ZZZZ9.
    01 WS-ED-ABANDONO      PIC ZZ9.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-INSCRITO-CAB.
        02 FILLER PIC X(7)  VALUE "ID     ".
        02 FILLER PIC X(9)  VALUE "INCLUSAO ".
        02 FILLER PIC X(9)  VALUE "SITUACAO ".
        02 FILLER PIC X(8)  VALUE "KG INI  ".
        02 FILLER PIC X(8)  VALUE "KG ATU  ".
        02 FILLER PIC X(9)  VALUE "VAR KG   ".
        02 FILLER PIC X(7)  VALUE "VAR %  ".
        02 FILLER PIC X(7)  VALUE "IMC INI".
        02 FILLER PIC X(7)  VALUE " IMC AT".
        02 FILLER PIC X(10) VALUE "  META    ".
        02 FILLER PIC X(4)  VALUE "ATG ".
        02 FILLER PIC X(9)  VALUE "ULT VISIT".
        02 FILLER PIC X(6)  VALUE "  DIAS".
    01 LINHA-INSCRITO-DET.
        02 LID-ID         PIC 9(6).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-INCLUSAO   PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-SITUACAO   PIC X(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-PESO-INI   PIC ZZ9.999.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-PESO-ATU   PIC X(7).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-VAR-KG     PIC X(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-VAR-PCT    PIC X(6).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-IMC-INI    PIC ZZ9.99.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-IMC-ATU    PIC X(6).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-TIPO-META  PIC X(1).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-META       PIC X(7).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-ATINGIU    PIC X(3).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-ULT-VISITA PIC X(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LID-DIAS       PIC X(5).
        02 FILLER         PIC X(1) VALUE SPACE.
    01 LINHA-UNIDADE-CAB.
        02 FILLER PIC X(5)  VALUE "UNID ".
        02 FILLER PIC X(6)  VALUE "INSCR ".
        02 FILLER PIC X(6)  VALUE "ATIVO ".
        02 FILLER PIC X(6)  VALUE " ALTA ".
        02 FILLER PIC X(6)  VALUE "ABAND ".
        02 FILLER PIC X(6)  VALUE "C/ACO ".
        02 FILLER PIC X(6)  VALUE "ATING ".
        02 FILLER PIC X(6)  VALUE " %ATG ".
        02 FILLER PIC X(9)  VALUE "  MED KG ".
        02 FILLER PIC X(7)  VALUE " MED % ".
        02 FILLER PIC X(8)  VALUE "MED IMC ".
        02 FILLER PIC X(6)  VALUE "NOVOS ".
        02 FILLER PIC X(23) VALUE "DESLG".
    01 LINHA-UNIDADE-DET.
        02 LIU-UNIDADE    PIC X(5).
        02 LIU-INSCRITOS  PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-ATIVOS     PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-ALTAS      PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-ABANDONOS  PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-COM-VISITA PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-ATINGIRAM  PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-PCT-ATING  PIC ZZ9.9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-MEDIA-KG   PIC ---9.999.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-MEDIA-PCT  PIC ---9.9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-MEDIA-IMC  PIC ---9.99.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-NOVOS      PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LIU-DESLIGADOS PIC ZZZZ9.
        02 FILLER         PIC X(18) VALUE SPACES.
    01 LINHA-COORTE-CAB.
        02 FILLER PIC X(9)  VALUE "COORTE   ".
        02 FILLER PIC X(6)  VALUE "INSCR ".
        02 FILLER PIC X(6)  VALUE "C/ACO ".
        02 FILLER PIC X(9)  VALUE "  MED KG ".
        02 FILLER PIC X(7)  VALUE " MED % ".
        02 FILLER PIC X(8)  VALUE "MED IMC ".
        02 FILLER PIC X(6)  VALUE "ATING ".
        02 FILLER PIC X(6)  VALUE " %ATG ".
        02 FILLER PIC X(6)  VALUE "ATIVO ".
        02 FILLER PIC X(6)  VALUE "ABAND ".
        02 FILLER PIC X(31) VALUE " ALTA".
    01 LINHA-COORTE-DET.
        02 LCO-ANO        PIC 9(4).
        02 FILLER         PIC X(1) VALUE "/".
        02 LCO-MES        PIC 9(2).
        02 FILLER         PIC X(2) VALUE SPACES.
        02 LCO-INSCRITOS  PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-COM-VISITA PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-MEDIA-KG   PIC ---9.999.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-MEDIA-PCT  PIC ---9.9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-MEDIA-IMC  PIC ---9.99.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-ATINGIRAM  PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-PCT-ATING  PIC ZZ9.9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-ATIVOS     PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-ABANDONOS  PIC ZZZZ9.
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCO-ALTAS      PIC ZZZZ9.
        02 FILLER         PIC X(26) VALUE SPACES.

PROCEDURE DIVISION.
    DISPLAY "PROGAVAL - AVALIACAO DO PROGRAMA DE CONTROLE DE PESO"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    ACCEPT WS-DATA-INICIO
    ACCEPT WS-DATA-FIM
    IF WS-DATA-INICIO < 19000101 OR WS-DATA-FIM < WS-DATA-INICIO
        DISPLAY "PERIODO INVALIDO NO SYSIN (" WS-DATA-INICIO " A "
            WS-DATA-FIM ") - INFORME DUAS DATAS AAAAMMDD EM ORDEM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "PERIODO DA AVALIACAO: " WS-DATA-INICIO " A "
        WS-DATA-FIM
    PERFORM 0600-CARREGAR-PARAMETROS
    IF WS-PARM-ORIGEM = 'A'
        DISPLAY "PARAMETROS CARREGADOS DO ARQUIVO PARMIMC"
    ELSE
        DISPLAY "PARAMETROS PADRAO (ARQUIVO PARMIMC AUSENTE)"
    END-IF
    MOVE PROG-ABANDONO-DIAS TO WS-ED-ABANDONO
    COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)

    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0160-CARREGAR-INSCRITOS
    PERFORM 0150-CARREGAR-CORRECOES
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-ID
        ON ASCENDING KEY SORT-DATA
        ON ASCENDING KEY SORT-HORA
        INPUT PROCEDURE IS 0200-SELECIONAR-MEDICOES
        OUTPUT PROCEDURE IS 0300-APURAR-VISITAS
    SORT ARQ-SORT-INSCRITO
        ON ASCENDING KEY SI-UNIDADE
        ON ASCENDING KEY SI-ID
        INPUT PROCEDURE IS 0400-AVALIAR-INSCRITOS
        OUTPUT PROCEDURE IS 0450-GRAVAR-INSCRITOS
    PERFORM 0470-SECAO-UNIDADES
    PERFORM 0490-SECAO-COORTES
    PERFORM 0500-FECHAR-ARQUIVOS
    DISPLAY "LINHAS DE AUDITORIA LIDAS: " WS-TOTAL-LINHAS
    DISPLAY "MEDICOES ATE O FIM DO PERIODO: " WS-TOTAL-MEDICOES
        " ILEGIVEIS IGNORADAS: " WS-TOTAL-ILEGIVEIS
    DISPLAY "MEDICOES REDIRECIONADAS (PACIENTES FUNDIDOS): "
        WS-LINHAS-REDIRIGIDAS
    DISPLAY "INSCRICOES LIDAS: " WS-TOTAL-LIDOS
        " POSTERIORES AO PERIODO: " WS-TOTAL-FUTUROS
        " DUPLICADAS POR FUSAO: " WS-TOTAL-DUPLICADOS
    DISPLAY "INSCRITOS AVALIADOS: " WS-QTDE-INSCRITOS
        " VISITAS DE ACOMPANHAMENTO: " WS-TOTAL-VISITAS
    IF WS-QTDE-INSCRITOS = 0
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
    OPEN INPUT ARQ-ARQMES
    IF WS-STATUS-ARQMES = "35"
        MOVE 'S' TO WS-SEM-ARQMES
        DISPLAY "ARQUIVO MENSAL (DD ARQMES) NAO ALOCADO - VISITAS "
            "LIMITADAS A AUDITORIA VIVA"
    ELSE
        IF WS-STATUS-ARQMES NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO MENSAL (DD ARQMES) - "
                "STATUS: " WS-STATUS-ARQMES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ARQ-PACMEST
    IF WS-STATUS-PACMEST NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE PACIENTES (DD PACMEST) - "
            "STATUS: " WS-STATUS-PACMEST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARQ-PROGPESO
    IF WS-STATUS-PROGPESO NOT = "00"
        DISPLAY "ERRO AO ABRIR INSCRICOES DO PROGRAMA (DD PROGPESO) - "
            "STATUS: " WS-STATUS-PROGPESO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARQ-PROGREL
    IF WS-STATUS-PROGREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD PROGREL) - STATUS: "
            WS-STATUS-PROGREL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0150-CARREGAR-CORRECOES.
*> PRIMEIRA PASSADA: EVENTOS DE CORRECAO/ANULACAO DO IMCCORR NA
*> TRILHA VIVA E NO ARQUIVO MENSAL; OS ARQUIVOS SAO REABERTOS PARA
*> A COMPARACAO.
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

0160-CARREGAR-INSCRITOS.
*> INSCRICOES COM INCLUSAO ATE O FIM DO PERIODO; AS POSTERIORES
*> (RELATORIO REFEITO PARA UM MES PASSADO) FICAM FORA.
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-PROGPESO
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                ADD 1 TO WS-TOTAL-LIDOS
                IF INSC-DATA-INCLUSAO > WS-DATA-FIM
                    ADD 1 TO WS-TOTAL-FUTUROS
                ELSE
                    PERFORM 0165-GUARDAR-INSCRITO
                END-IF
        END-READ
    END-PERFORM.

0165-GUARDAR-INSCRITO.
*> INSCRITO FUNDIDO DEPOIS EM OUTRO ID PELO PACMERGE E AVALIADO
*> PELO SOBREVIVENTE. SE O SOBREVIVENTE TAMBEM TEM INSCRICAO, VALE
*> A DELE E A DO ID FUNDIDO E IGNORADA.
    MOVE INSC-ID-PACIENTE TO WS-ID-LINHA
    PERFORM 0220-REDIRECIONAR-FUNDIDO
    MOVE 0 TO WS-T-ACHADO
    MOVE 0 TO WS-T-POSICAO
    PERFORM VARYING WS-T FROM 1 BY 1
            UNTIL WS-T > WS-QTDE-INSCRITOS OR WS-T-POSICAO > 0
        IF TI-ID (WS-T) = WS-ID-LINHA
            MOVE WS-T TO WS-T-ACHADO
            MOVE WS-T TO WS-T-POSICAO
        ELSE
            IF TI-ID (WS-T) > WS-ID-LINHA
                MOVE WS-T TO WS-T-POSICAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-T-ACHADO > 0
        ADD 1 TO WS-TOTAL-DUPLICADOS
        IF INSC-ID-PACIENTE = WS-ID-LINHA
            DISPLAY "INSCRICAO DE ID FUNDIDO NO ID " WS-ID-LINHA
                " IGNORADA - O SOBREVIVENTE TEM INSCRICAO PROPRIA"
            PERFORM 0170-PREENCHER-INSCRITO
        ELSE
            DISPLAY "INSCRICAO DO ID " INSC-ID-PACIENTE
                " IGNORADA - FUNDIDO NO ID " WS-ID-LINHA
                ", QUE TEM INSCRICAO PROPRIA"
        END-IF
    ELSE
        IF WS-QTDE-INSCRITOS >= WS-LIMITE-INSCRITOS
            DISPLAY "MAIS DE " WS-LIMITE-INSCRITOS " INSCRITOS NO "
                "PROGRAMA - AUMENTE TAB-INSCRITOS"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-T-POSICAO = 0
            COMPUTE WS-T-POSICAO = WS-QTDE-INSCRITOS + 1
        END-IF
        PERFORM VARYING WS-T FROM WS-QTDE-INSCRITOS BY -1
                UNTIL WS-T < WS-T-POSICAO
            MOVE TI-ENTRADA (WS-T) TO TI-ENTRADA (WS-T + 1)
        END-PERFORM
        ADD 1 TO WS-QTDE-INSCRITOS
        MOVE WS-T-POSICAO TO WS-T-ACHADO
        PERFORM 0170-PREENCHER-INSCRITO
    END-IF.

0170-PREENCHER-INSCRITO.
*> ALTA POSTERIOR AO FIM DO PERIODO NAO CONTA: NO FIM DO PERIODO O
*> PACIENTE AINDA ESTAVA ATIVO.
    MOVE WS-ID-LINHA        TO TI-ID (WS-T-ACHADO)
    MOVE INSC-DATA-INCLUSAO TO TI-DATA-INCLUSAO (WS-T-ACHADO)
    MOVE INSC-UNIDADE       TO TI-UNIDADE (WS-T-ACHADO)
    MOVE INSC-PESO-INICIAL  TO TI-PESO-INICIAL (WS-T-ACHADO)
    MOVE INSC-IMC-INICIAL   TO TI-IMC-INICIAL (WS-T-ACHADO)
    COMPUTE TI-CHAVE-INICIAL (WS-T-ACHADO) =
        INSC-DATA-INICIAL * 100000000 + INSC-HORA-INICIAL
    MOVE INSC-DATA-INICIAL  TO TI-DATA-INICIAL (WS-T-ACHADO)
    MOVE INSC-TIPO-META     TO TI-TIPO-META (WS-T-ACHADO)
    MOVE INSC-META          TO TI-META (WS-T-ACHADO)
    IF INSC-SITUACAO = 'D' AND INSC-DATA-ALTA <= WS-DATA-FIM
        MOVE 'D'              TO TI-SITUACAO (WS-T-ACHADO)
        MOVE INSC-DATA-ALTA   TO TI-DATA-ALTA (WS-T-ACHADO)
        MOVE INSC-MOTIVO-ALTA TO TI-MOTIVO-ALTA (WS-T-ACHADO)
    ELSE
        MOVE 'A'              TO TI-SITUACAO (WS-T-ACHADO)
        MOVE 0                TO TI-DATA-ALTA (WS-T-ACHADO)
        MOVE SPACES           TO TI-MOTIVO-ALTA (WS-T-ACHADO)
    END-IF
    MOVE 0   TO TI-VISITAS (WS-T-ACHADO)
    MOVE 0   TO TI-ULT-VISITA (WS-T-ACHADO)
    MOVE 'N' TO TI-COM-ATUAL (WS-T-ACHADO)
    MOVE 0   TO TI-PESO-ATUAL (WS-T-ACHADO)
    MOVE 0   TO TI-IMC-ATUAL (WS-T-ACHADO).

0200-SELECIONAR-MEDICOES.
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                MOVE LINHA-AUDITORIA TO LINHA-AUD-DET
                PERFORM 0205-TRATAR-LINHA
        END-READ
    END-PERFORM
    IF WS-SEM-ARQMES = 'N'
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-ARQMES
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    MOVE LINHA-ARQMES TO LINHA-AUD-DET
                    PERFORM 0205-TRATAR-LINHA
            END-READ
        END-PERFORM
    END-IF.

0205-TRATAR-LINHA.
    ADD 1 TO WS-TOTAL-LINHAS
    PERFORM 0920-APLICAR-CORRECAO
*> EVENTOS DE SEGURANCA/ALTERACAO NAO SAO MEDICOES; A MEDICAO
*> ANULADA PELO IMCCORR TAMBEM FICA FORA.
    IF AL-ID IS NUMERIC AND AL-DATA IS NUMERIC
       AND AL-HORA IS NUMERIC
       AND WS-CORR-DESCARTAR = 'N'
        PERFORM 0210-LIBERAR-MEDICAO
    END-IF.

0210-LIBERAR-MEDICAO.
    MOVE AL-DATA TO WS-DATA-LINHA
    IF WS-DATA-LINHA <= WS-DATA-FIM
        IF AL-PESO-PRECISO IS NUMERIC
            MOVE AL-PESO-PRECISO-N TO WS-PESO-LINHA
        ELSE
            COMPUTE WS-PESO-LINHA = FUNCTION NUMVAL(AL-PESO)
        END-IF
        IF WS-PESO-LINHA = 0
            ADD 1 TO WS-TOTAL-ILEGIVEIS
        ELSE
            ADD 1 TO WS-TOTAL-MEDICOES
            MOVE AL-ID TO WS-ID-LINHA
            PERFORM 0220-REDIRECIONAR-FUNDIDO
            IF WS-SALTOS-FUSAO > 0
                ADD 1 TO WS-LINHAS-REDIRIGIDAS
            END-IF
            MOVE WS-ID-LINHA     TO SORT-ID
            MOVE WS-DATA-LINHA   TO SORT-DATA
            MOVE AL-HORA         TO SORT-HORA
            MOVE WS-PESO-LINHA   TO SORT-PESO
            COMPUTE SORT-IMC = FUNCTION NUMVAL(AL-IMC)
            IF AL-GESTANTE = 'S'
                MOVE 'S' TO SORT-GESTANTE
            ELSE
                MOVE 'N' TO SORT-GESTANTE
            END-IF
            RELEASE REG-SORT
        END-IF
    END-IF.

0220-REDIRECIONAR-FUNDIDO.
*> MESMA CADEIA DE FUSOES DO IMCCONS, COM A TRAVA DE 5 NIVEIS
*> CONTRA PONTEIRO CIRCULAR NO MESTRE.
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
    END-IF.

0300-APURAR-VISITAS.
*> MEDICOES EM ORDEM DE ID, DATA E HORA, CASADAS COM A TABELA DE
*> INSCRITOS (TAMBEM EM ORDEM DE ID).
    MOVE 1 TO WS-T-CASADO
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                PERFORM 0310-CASAR-INSCRITO
        END-RETURN
    END-PERFORM.

0310-CASAR-INSCRITO.
    MOVE 'S' TO WS-SEGUIR-FUSAO
    PERFORM UNTIL WS-SEGUIR-FUSAO = 'N'
        IF WS-T-CASADO > WS-QTDE-INSCRITOS
            MOVE 'N' TO WS-SEGUIR-FUSAO
        ELSE
            IF TI-ID (WS-T-CASADO) < SORT-ID
                ADD 1 TO WS-T-CASADO
            ELSE
                MOVE 'N' TO WS-SEGUIR-FUSAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-T-CASADO <= WS-QTDE-INSCRITOS
        IF TI-ID (WS-T-CASADO) = SORT-ID
            PERFORM 0320-CONTAR-VISITA
        END-IF
    END-IF.

0320-CONTAR-VISITA.
*> VISITA DE ACOMPANHAMENTO: POSTERIOR A MEDICAO INICIAL E, PARA O
*> DESLIGADO, ATE O DIA DA ALTA. A MEDICAO DE GESTANTE CONTA COMO
*> VISITA MAS NAO COMO PESO ATUAL.
    COMPUTE WS-CHAVE-MEDICAO = SORT-DATA * 100000000 + SORT-HORA
    IF WS-CHAVE-MEDICAO > TI-CHAVE-INICIAL (WS-T-CASADO)
        IF TI-SITUACAO (WS-T-CASADO) = 'A'
           OR SORT-DATA <= TI-DATA-ALTA (WS-T-CASADO)
            ADD 1 TO TI-VISITAS (WS-T-CASADO)
            ADD 1 TO WS-TOTAL-VISITAS
            MOVE SORT-DATA TO TI-ULT-VISITA (WS-T-CASADO)
            IF SORT-GESTANTE = 'N'
                MOVE 'S'       TO TI-COM-ATUAL (WS-T-CASADO)
                MOVE SORT-PESO TO TI-PESO-ATUAL (WS-T-CASADO)
                MOVE SORT-IMC  TO TI-IMC-ATUAL (WS-T-CASADO)
            END-IF
        END-IF
    END-IF.

0400-AVALIAR-INSCRITOS.
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTDE-INSCRITOS
        PERFORM 0410-APURAR-INSCRITO
        PERFORM 0420-SOMAR-UNIDADE
        PERFORM 0430-SOMAR-COORTE
        MOVE TI-UNIDADE (WS-T) TO SI-UNIDADE
        MOVE TI-ID (WS-T)      TO SI-ID
        MOVE WS-T              TO SI-INDICE
        RELEASE REG-SORT-INSCRITO
    END-PERFORM.

0410-APURAR-INSCRITO.
*> DIAS SEM VISITA NO FIM DO PERIODO: DESDE A ULTIMA VISITA DE
*> ACOMPANHAMENTO OU, SEM ELA, DESDE A MEDICAO INICIAL.
    IF TI-ULT-VISITA (WS-T) > 0
        MOVE TI-ULT-VISITA (WS-T) TO WS-DATA-REF
    ELSE
        MOVE TI-DATA-INICIAL (WS-T) TO WS-DATA-REF
    END-IF
    COMPUTE WS-DIAS-REF = FUNCTION INTEGER-OF-DATE(WS-DATA-REF)
    IF WS-DIAS-REF > WS-DIAS-FIM
        MOVE 0 TO TI-DIAS (WS-T)
    ELSE
        COMPUTE TI-DIAS (WS-T) = WS-DIAS-FIM - WS-DIAS-REF
    END-IF
    IF TI-SITUACAO (WS-T) = 'D'
        IF TI-MOTIVO-ALTA (WS-T) = "AB"
            MOVE "ABANDONO" TO TI-SIT-FINAL (WS-T)
        ELSE
            MOVE "ALTA" TO TI-SIT-FINAL (WS-T)
        END-IF
    ELSE
        IF TI-DIAS (WS-T) > PROG-ABANDONO-DIAS
            MOVE "ABANDONO" TO TI-SIT-FINAL (WS-T)
        ELSE
            MOVE "ATIVO" TO TI-SIT-FINAL (WS-T)
        END-IF
    END-IF
    MOVE 'N' TO TI-ATINGIU (WS-T)
    MOVE 0 TO TI-VAR-KG (WS-T)
    MOVE 0 TO TI-VAR-PCT (WS-T)
    MOVE 0 TO TI-VAR-IMC (WS-T)
    IF TI-COM-ATUAL (WS-T) = 'S'
        COMPUTE TI-VAR-KG (WS-T) =
            TI-PESO-ATUAL (WS-T) - TI-PESO-INICIAL (WS-T)
        COMPUTE TI-VAR-IMC (WS-T) =
            TI-IMC-ATUAL (WS-T) - TI-IMC-INICIAL (WS-T)
        IF TI-PESO-INICIAL (WS-T) > 0
            COMPUTE TI-VAR-PCT (WS-T) ROUNDED =
                TI-VAR-KG (WS-T) * 100 / TI-PESO-INICIAL (WS-T)
                ON SIZE ERROR
                    MOVE 999.9 TO TI-VAR-PCT (WS-T)
            END-COMPUTE
        END-IF
*> META NO SENTIDO DELA: ABAIXO DO VALOR INICIAL E META DE PERDA.
        IF TI-TIPO-META (WS-T) = 'I'
            MOVE TI-IMC-INICIAL (WS-T) TO WS-VALOR-INICIAL
            MOVE TI-IMC-ATUAL (WS-T)   TO WS-VALOR-ATUAL
        ELSE
            MOVE TI-PESO-INICIAL (WS-T) TO WS-VALOR-INICIAL
            MOVE TI-PESO-ATUAL (WS-T)   TO WS-VALOR-ATUAL
        END-IF
        IF TI-META (WS-T) < WS-VALOR-INICIAL
            IF WS-VALOR-ATUAL <= TI-META (WS-T)
                MOVE 'S' TO TI-ATINGIU (WS-T)
            END-IF
        ELSE
            IF WS-VALOR-ATUAL >= TI-META (WS-T)
                MOVE 'S' TO TI-ATINGIU (WS-T)
            END-IF
        END-IF
    END-IF.

0420-SOMAR-UNIDADE.
    MOVE TI-UNIDADE (WS-T) TO WS-UNIDADE-BUSCA
    PERFORM 0425-LOCALIZAR-UNIDADE
    ADD 1 TO TU-INSCRITOS (WS-U-ACHADO)
    EVALUATE TI-SIT-FINAL (WS-T)
        WHEN "ATIVO"
            ADD 1 TO TU-ATIVOS (WS-U-ACHADO)
        WHEN "ALTA"
            ADD 1 TO TU-ALTAS (WS-U-ACHADO)
        WHEN OTHER
            ADD 1 TO TU-ABANDONOS (WS-U-ACHADO)
    END-EVALUATE
    IF TI-COM-ATUAL (WS-T) = 'S'
        ADD 1 TO TU-COM-VISITA (WS-U-ACHADO)
        ADD TI-VAR-KG (WS-T)  TO TU-SOMA-KG (WS-U-ACHADO)
        ADD TI-VAR-PCT (WS-T) TO TU-SOMA-PCT (WS-U-ACHADO)
        ADD TI-VAR-IMC (WS-T) TO TU-SOMA-IMC (WS-U-ACHADO)
    END-IF
    IF TI-ATINGIU (WS-T) = 'S'
        ADD 1 TO TU-ATINGIRAM (WS-U-ACHADO)
    END-IF
    IF TI-DATA-INCLUSAO (WS-T) >= WS-DATA-INICIO
        ADD 1 TO TU-NOVOS (WS-U-ACHADO)
    END-IF
    IF TI-SITUACAO (WS-T) = 'D'
       AND TI-DATA-ALTA (WS-T) >= WS-DATA-INICIO
        ADD 1 TO TU-DESLIGADOS (WS-U-ACHADO)
    END-IF.

0425-LOCALIZAR-UNIDADE.
*> TABELA MANTIDA EM ORDEM DE UNIDADE: A ENTRADA NOVA E INSERIDA NA
*> POSICAO, DESLOCANDO AS SEGUINTES.
    MOVE 0 TO WS-U-ACHADO
    MOVE 0 TO WS-U-POSICAO
    PERFORM VARYING WS-U FROM 1 BY 1
            UNTIL WS-U > WS-QTDE-UNIDADES OR WS-U-POSICAO > 0
        IF TU-UNIDADE (WS-U) = WS-UNIDADE-BUSCA
            MOVE WS-U TO WS-U-ACHADO
            MOVE WS-U TO WS-U-POSICAO
        ELSE
            IF TU-UNIDADE (WS-U) > WS-UNIDADE-BUSCA
                MOVE WS-U TO WS-U-POSICAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-U-ACHADO = 0
        IF WS-QTDE-UNIDADES >= WS-LIMITE-UNIDADES
            DISPLAY "MAIS DE " WS-LIMITE-UNIDADES " UNIDADES NO "
                "PROGRAMA - AUMENTE TAB-UNIDADES"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-U-POSICAO = 0
            COMPUTE WS-U-POSICAO = WS-QTDE-UNIDADES + 1
        END-IF
        PERFORM VARYING WS-U FROM WS-QTDE-UNIDADES BY -1
                UNTIL WS-U < WS-U-POSICAO
            MOVE TU-ENTRADA (WS-U) TO TU-ENTRADA (WS-U + 1)
        END-PERFORM
        ADD 1 TO WS-QTDE-UNIDADES
        MOVE WS-U-POSICAO     TO WS-U-ACHADO
        MOVE WS-UNIDADE-BUSCA TO TU-UNIDADE (WS-U-ACHADO)
        MOVE 0 TO TU-INSCRITOS (WS-U-ACHADO)
        MOVE 0 TO TU-ATIVOS (WS-U-ACHADO)
        MOVE 0 TO TU-ALTAS (WS-U-ACHADO)
        MOVE 0 TO TU-ABANDONOS (WS-U-ACHADO)
        MOVE 0 TO TU-COM-VISITA (WS-U-ACHADO)
        MOVE 0 TO TU-ATINGIRAM (WS-U-ACHADO)
        MOVE 0 TO TU-SOMA-KG (WS-U-ACHADO)
        MOVE 0 TO TU-SOMA-PCT (WS-U-ACHADO)
        MOVE 0 TO TU-SOMA-IMC (WS-U-ACHADO)
        MOVE 0 TO TU-NOVOS (WS-U-ACHADO)
        MOVE 0 TO TU-DESLIGADOS (WS-U-ACHADO)
    END-IF.

0430-SOMAR-COORTE.
    COMPUTE WS-MES-BUSCA = TI-DATA-INCLUSAO (WS-T) / 100
    PERFORM 0435-LOCALIZAR-COORTE
    ADD 1 TO CO-INSCRITOS (WS-C-ACHADO)
    EVALUATE TI-SIT-FINAL (WS-T)
        WHEN "ATIVO"
            ADD 1 TO CO-ATIVOS (WS-C-ACHADO)
        WHEN "ALTA"
            ADD 1 TO CO-ALTAS (WS-C-ACHADO)
        WHEN OTHER
            ADD 1 TO CO-ABANDONOS (WS-C-ACHADO)
    END-EVALUATE
    IF TI-COM-ATUAL (WS-T) = 'S'
        ADD 1 TO CO-COM-VISITA (WS-C-ACHADO)
        ADD TI-VAR-KG (WS-T)  TO CO-SOMA-KG (WS-C-ACHADO)
        ADD TI-VAR-PCT (WS-T) TO CO-SOMA-PCT (WS-C-ACHADO)
        ADD TI-VAR-IMC (WS-T) TO CO-SOMA-IMC (WS-C-ACHADO)
    END-IF
    IF TI-ATINGIU (WS-T) = 'S'
        ADD 1 TO CO-ATINGIRAM (WS-C-ACHADO)
    END-IF.

0435-LOCALIZAR-COORTE.
    MOVE 0 TO WS-C-ACHADO
    MOVE 0 TO WS-C-POSICAO
    PERFORM VARYING WS-C FROM 1 BY 1
            UNTIL WS-C > WS-QTDE-COORTES OR WS-C-POSICAO > 0
        IF CO-MES (WS-C) = WS-MES-BUSCA
            MOVE WS-C TO WS-C-ACHADO
            MOVE WS-C TO WS-C-POSICAO
        ELSE
            IF CO-MES (WS-C) > WS-MES-BUSCA
                MOVE WS-C TO WS-C-POSICAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-C-ACHADO = 0
        IF WS-QTDE-COORTES >= WS-LIMITE-COORTES
            DISPLAY "MAIS DE " WS-LIMITE-COORTES " MESES DE INCLUSAO"
                " - AUMENTE TAB-COORTES"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-C-POSICAO = 0
            COMPUTE WS-C-POSICAO = WS-QTDE-COORTES + 1
        END-IF
        PERFORM VARYING WS-C FROM WS-QTDE-COORTES BY -1
                UNTIL WS-C < WS-C-POSICAO
            MOVE CO-ENTRADA (WS-C) TO CO-ENTRADA (WS-C + 1)
        END-PERFORM
        ADD 1 TO WS-QTDE-COORTES
        MOVE WS-C-POSICAO TO WS-C-ACHADO
        MOVE WS-MES-BUSCA TO CO-MES (WS-C-ACHADO)
        MOVE 0 TO CO-INSCRITOS (WS-C-ACHADO)
        MOVE 0 TO CO-COM-VISITA (WS-C-ACHADO)
        MOVE 0 TO CO-SOMA-KG (WS-C-ACHADO)
        MOVE 0 TO CO-SOMA-PCT (WS-C-ACHADO)
        MOVE 0 TO CO-SOMA-IMC (WS-C-ACHADO)
        MOVE 0 TO CO-ATINGIRAM (WS-C-ACHADO)
        MOVE 0 TO CO-ATIVOS (WS-C-ACHADO)
        MOVE 0 TO CO-ABANDONOS (WS-C-ACHADO)
        MOVE 0 TO CO-ALTAS (WS-C-ACHADO)
    END-IF.

0450-GRAVAR-INSCRITOS.
    MOVE SPACES TO LINHA-TEXTO
    STRING "PROGRAMA DE CONTROLE DE PESO - AVALIACAO DE "
        WS-DATA-INICIO " A " WS-DATA-FIM " - EMITIDO EM "
        WS-DATA-ATUAL
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "SITUACAO NO FIM DO PERIODO. ABANDONO: SEM VISITA HA MAIS "
        "DE " WS-ED-ABANDONO " DIAS OU DESLIGADO COM MOTIVO AB"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "ATU: ULTIMA VISITA APOS A INCLUSAO (EXCETO GESTANTE)  "
        "META: I=IMC P=PESO KG  ATG: ATINGIU"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT-INSCRITO
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                IF SI-UNIDADE NOT = WS-UNIDADE-ATUAL
                    MOVE SI-UNIDADE TO WS-UNIDADE-ATUAL
                    MOVE SPACES TO LINHA-TEXTO
                    WRITE LINHA-PROGREL FROM LINHA-TEXTO
                    STRING "UNIDADE " SI-UNIDADE
                        " ------------------------------------"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-PROGREL FROM LINHA-TEXTO
                    WRITE LINHA-PROGREL FROM LINHA-INSCRITO-CAB
                END-IF
                MOVE SI-INDICE TO WS-T
                PERFORM 0460-MONTAR-DETALHE
                WRITE LINHA-PROGREL FROM LINHA-INSCRITO-DET
        END-RETURN
    END-PERFORM
    IF WS-QTDE-INSCRITOS = 0
        MOVE SPACES TO LINHA-TEXTO
        WRITE LINHA-PROGREL FROM LINHA-TEXTO
        MOVE "NENHUM PACIENTE INSCRITO NO PROGRAMA ATE O FIM DO PERIODO"
            TO LINHA-TEXTO
        WRITE LINHA-PROGREL FROM LINHA-TEXTO
    END-IF.

0460-MONTAR-DETALHE.
    MOVE TI-ID (WS-T)            TO LID-ID
    MOVE TI-DATA-INCLUSAO (WS-T) TO LID-INCLUSAO
    MOVE TI-SIT-FINAL (WS-T)     TO LID-SITUACAO
    MOVE TI-PESO-INICIAL (WS-T)  TO LID-PESO-INI
    MOVE TI-IMC-INICIAL (WS-T)   TO LID-IMC-INI
    IF TI-COM-ATUAL (WS-T) = 'S'
        MOVE TI-PESO-ATUAL (WS-T) TO WS-ED-PESO
        MOVE WS-ED-PESO           TO LID-PESO-ATU
        MOVE TI-VAR-KG (WS-T)     TO WS-ED-VAR-KG
        MOVE WS-ED-VAR-KG         TO LID-VAR-KG
        MOVE TI-VAR-PCT (WS-T)    TO WS-ED-VAR-PCT
        MOVE WS-ED-VAR-PCT        TO LID-VAR-PCT
        MOVE TI-IMC-ATUAL (WS-T)  TO WS-ED-IMC
        MOVE WS-ED-IMC            TO LID-IMC-ATU
    ELSE
        MOVE "      -" TO LID-PESO-ATU
        MOVE "       -" TO LID-VAR-KG
        MOVE "     -" TO LID-VAR-PCT
        MOVE "     -" TO LID-IMC-ATU
    END-IF
    MOVE TI-TIPO-META (WS-T) TO LID-TIPO-META
    IF TI-TIPO-META (WS-T) = 'I'
        MOVE TI-META (WS-T) TO WS-ED-IMC
        MOVE WS-ED-IMC      TO LID-META
    ELSE
        MOVE TI-META (WS-T) TO WS-ED-PESO
        MOVE WS-ED-PESO     TO LID-META
    END-IF
    IF TI-ATINGIU (WS-T) = 'S'
        MOVE "SIM" TO LID-ATINGIU
    ELSE
        MOVE "NAO" TO LID-ATINGIU
    END-IF
    IF TI-ULT-VISITA (WS-T) > 0
        MOVE TI-ULT-VISITA (WS-T) TO LID-ULT-VISITA
    ELSE
        MOVE "       -" TO LID-ULT-VISITA
    END-IF
    IF TI-SITUACAO (WS-T) = 'D'
        MOVE "    -" TO LID-DIAS
    ELSE
        MOVE TI-DIAS (WS-T) TO WS-ED-DIAS
        MOVE WS-ED-DIAS     TO LID-DIAS
    END-IF.

0470-SECAO-UNIDADES.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE "QUADRO POR UNIDADE (SITUACAO NO FIM DO PERIODO)"
        TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "C/ACO: COM ACOMPANHAMENTO (MEDIAS SO DELES)  %ATG: SOBRE "
        "OS INSCRITOS  NOVOS/DESLG: NO PERIODO"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-UNIDADE-CAB
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTDE-UNIDADES
        MOVE TU-INSCRITOS (WS-U)  TO WS-QUADRO-INSCRITOS
        MOVE TU-COM-VISITA (WS-U) TO WS-QUADRO-COM-VISITA
        MOVE TU-ATINGIRAM (WS-U)  TO WS-QUADRO-ATINGIRAM
        MOVE TU-SOMA-KG (WS-U)    TO WS-QUADRO-SOMA-KG
        MOVE TU-SOMA-PCT (WS-U)   TO WS-QUADRO-SOMA-PCT
        MOVE TU-SOMA-IMC (WS-U)   TO WS-QUADRO-SOMA-IMC
        PERFORM 0480-CALCULAR-MEDIAS
        MOVE TU-UNIDADE (WS-U)    TO LIU-UNIDADE
        MOVE TU-INSCRITOS (WS-U)  TO LIU-INSCRITOS
        MOVE TU-ATIVOS (WS-U)     TO LIU-ATIVOS
        MOVE TU-ALTAS (WS-U)      TO LIU-ALTAS
        MOVE TU-ABANDONOS (WS-U)  TO LIU-ABANDONOS
        MOVE TU-COM-VISITA (WS-U) TO LIU-COM-VISITA
        MOVE TU-ATINGIRAM (WS-U)  TO LIU-ATINGIRAM
        MOVE TU-NOVOS (WS-U)      TO LIU-NOVOS
        MOVE TU-DESLIGADOS (WS-U) TO LIU-DESLIGADOS
        WRITE LINHA-PROGREL FROM LINHA-UNIDADE-DET
        ADD TU-INSCRITOS (WS-U)  TO TT-INSCRITOS
        ADD TU-ATIVOS (WS-U)     TO TT-ATIVOS
        ADD TU-ALTAS (WS-U)      TO TT-ALTAS
        ADD TU-ABANDONOS (WS-U)  TO TT-ABANDONOS
        ADD TU-COM-VISITA (WS-U) TO TT-COM-VISITA
        ADD TU-ATINGIRAM (WS-U)  TO TT-ATINGIRAM
        ADD TU-SOMA-KG (WS-U)    TO TT-SOMA-KG
        ADD TU-SOMA-PCT (WS-U)   TO TT-SOMA-PCT
        ADD TU-SOMA-IMC (WS-U)   TO TT-SOMA-IMC
        ADD TU-NOVOS (WS-U)      TO TT-NOVOS
        ADD TU-DESLIGADOS (WS-U) TO TT-DESLIGADOS
    END-PERFORM
    MOVE TT-INSCRITOS  TO WS-QUADRO-INSCRITOS
    MOVE TT-COM-VISITA TO WS-QUADRO-COM-VISITA
    MOVE TT-ATINGIRAM  TO WS-QUADRO-ATINGIRAM
    MOVE TT-SOMA-KG    TO WS-QUADRO-SOMA-KG
    MOVE TT-SOMA-PCT   TO WS-QUADRO-SOMA-PCT
    MOVE TT-SOMA-IMC   TO WS-QUADRO-SOMA-IMC
    PERFORM 0480-CALCULAR-MEDIAS
    MOVE "TOTAL"       TO LIU-UNIDADE
    MOVE TT-INSCRITOS  TO LIU-INSCRITOS
    MOVE TT-ATIVOS     TO LIU-ATIVOS
    MOVE TT-ALTAS      TO LIU-ALTAS
    MOVE TT-ABANDONOS  TO LIU-ABANDONOS
    MOVE TT-COM-VISITA TO LIU-COM-VISITA
    MOVE TT-ATINGIRAM  TO LIU-ATINGIRAM
    MOVE TT-NOVOS      TO LIU-NOVOS
    MOVE TT-DESLIGADOS TO LIU-DESLIGADOS
    WRITE LINHA-PROGREL FROM LINHA-UNIDADE-DET.

0480-CALCULAR-MEDIAS.
*> PERCENTUAL DE META SOBRE OS INSCRITOS; MEDIAS DE VARIACAO SO
*> DOS QUE TEM VISITA DE ACOMPANHAMENTO. RESULTADO NAS LINHAS DE
*> UNIDADE E DE COORTE.
    MOVE 0 TO WS-PCT-ATINGIU
    MOVE 0 TO WS-MEDIA-KG
    MOVE 0 TO WS-MEDIA-PCT
    MOVE 0 TO WS-MEDIA-IMC
    IF WS-QUADRO-INSCRITOS > 0
        COMPUTE WS-PCT-ATINGIU ROUNDED =
            WS-QUADRO-ATINGIRAM * 100 / WS-QUADRO-INSCRITOS
    END-IF
    IF WS-QUADRO-COM-VISITA > 0
        COMPUTE WS-MEDIA-KG ROUNDED =
            WS-QUADRO-SOMA-KG / WS-QUADRO-COM-VISITA
        COMPUTE WS-MEDIA-PCT ROUNDED =
            WS-QUADRO-SOMA-PCT / WS-QUADRO-COM-VISITA
        COMPUTE WS-MEDIA-IMC ROUNDED =
            WS-QUADRO-SOMA-IMC / WS-QUADRO-COM-VISITA
    END-IF
    MOVE WS-PCT-ATINGIU TO LIU-PCT-ATING
    MOVE WS-MEDIA-KG    TO LIU-MEDIA-KG
    MOVE WS-MEDIA-PCT   TO LIU-MEDIA-PCT
    MOVE WS-MEDIA-IMC   TO LIU-MEDIA-IMC
    MOVE WS-PCT-ATINGIU TO LCO-PCT-ATING
    MOVE WS-MEDIA-KG    TO LCO-MEDIA-KG
    MOVE WS-MEDIA-PCT   TO LCO-MEDIA-PCT
    MOVE WS-MEDIA-IMC   TO LCO-MEDIA-IMC.

0490-SECAO-COORTES.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    MOVE "COORTES POR MES DE INCLUSAO (SITUACAO NO FIM DO PERIODO)"
        TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-COORTE-CAB
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-QTDE-COORTES
        MOVE CO-INSCRITOS (WS-C)  TO WS-QUADRO-INSCRITOS
        MOVE CO-COM-VISITA (WS-C) TO WS-QUADRO-COM-VISITA
        MOVE CO-ATINGIRAM (WS-C)  TO WS-QUADRO-ATINGIRAM
        MOVE CO-SOMA-KG (WS-C)    TO WS-QUADRO-SOMA-KG
        MOVE CO-SOMA-PCT (WS-C)   TO WS-QUADRO-SOMA-PCT
        MOVE CO-SOMA-IMC (WS-C)   TO WS-QUADRO-SOMA-IMC
        PERFORM 0480-CALCULAR-MEDIAS
        MOVE CO-MES (WS-C) (1:4)  TO LCO-ANO
        MOVE CO-MES (WS-C) (5:2)  TO LCO-MES
        MOVE CO-INSCRITOS (WS-C)  TO LCO-INSCRITOS
        MOVE CO-COM-VISITA (WS-C) TO LCO-COM-VISITA
        MOVE CO-ATINGIRAM (WS-C)  TO LCO-ATINGIRAM
        MOVE CO-ATIVOS (WS-C)     TO LCO-ATIVOS
        MOVE CO-ABANDONOS (WS-C)  TO LCO-ABANDONOS
        MOVE CO-ALTAS (WS-C)      TO LCO-ALTAS
        WRITE LINHA-PROGREL FROM LINHA-COORTE-DET
    END-PERFORM
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO
    STRING "MEDICOES CORRIGIDAS PELO IMCCORR: " WS-CORR-APLICADAS
        "  ANULADAS (FORA DA AVALIACAO): " WS-CORR-ANULADAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-PROGREL FROM LINHA-TEXTO.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-AUDITORIA
    IF WS-SEM-ARQMES = 'N'
        CLOSE ARQ-ARQMES
    END-IF
    CLOSE ARQ-PACMEST
    CLOSE ARQ-PROGPESO
    CLOSE ARQ-PROGREL.

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
