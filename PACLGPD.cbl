IDENTIFICATION DIVISION.
PROGRAM-ID. PACLGPD.

*> ATENDIMENTO AO TITULAR DOS DADOS (LGPD). DADO O ID DO PACIENTE
*> NO SYSIN, REUNE NUM SO RELATORIO (DD LGPDREL) TUDO O QUE O
*> SISTEMA DE IMC GUARDA SOBRE ELE: CADASTRO MESTRE (DD PACMEST),
*> HISTORICO (DD HISTORIC), LINHAS DA TRILHA DE AUDITORIA VIVA
*> (DD AUDITORI) E DO ARQUIVO MENSAL DO AUDARQV (DD ARQMES) -
*> MEDICOES, CORRECOES/ANULACOES DO IMCCORR, GESTACAO, DIVERGENCIA
*> DO IMCLOTE E ALTERACOES DO PACMANUT E DO PROGMANT -, LIVRO DE
*> RECHAMADA (DD RECALLED), LIVRO DE ALERTAS DE PESO (DD ALERTLIV),
*> INSCRICAO NO PROGRAMA DE CONTROLE DE PESO (DD PROGPESO) E OS
*> REGISTROS AINDA NAO CONFIRMADOS PELO PRONTUARIO (PENDENCIAS DA
*> CARGA EM DD EHRPEND E FILA DA CLINICA EM DD EHRFILA). IDS
*> FUNDIDOS PELO PACMERGE SAO SEGUIDOS NOS DOIS SENTIDOS: O ID
*> INFORMADO LEVA AO SOBREVIVENTE, E TODOS OS IDS FUNDIDOS NELE
*> ENTRAM NO RELATORIO.
*> SYSIN (UMA INFORMACAO POR LINHA):
*>   ID DO PACIENTE (6 DIGITOS);
*>   MODO: R = SO RELATORIO; A = RELATORIO E ANONIMIZACAO;
*>   NUMERO DO PROTOCOLO DO PEDIDO DO TITULAR (ATE 20 POSICOES).
*> NA ANONIMIZACAO O NOME VIRA "ANONIMIZADO" E O NASCIMENTO PERDE
*> O DIA (PASSA AO DIA 01 DO MES) NO MESTRE, NO HISTORICO E EM
*> TODAS AS LINHAS DA TRILHA (MEDICOES E IMAGENS DO PACMANUT). O ID,
*> A IDADE, O SEXO, A UNIDADE E AS MEDICOES SAO MANTIDOS, ENTAO O
*> IMCSTAT E O NUTRIVIG CONTINUAM CONTANDO O PACIENTE. A TRILHA
*> VIVA E COPIADA PARA DD AUDNOVO E O ARQUIVO MENSAL PARA DD
*> ARQANON; O JCL PACANON TROCA OS ARQUIVOS SO COM RC ATE 4.
*> O RELATORIO MOSTRA OS DADOS COMO ESTAVAM ANTES DA ANONIMIZACAO.
*> CADA PEDIDO FICA NA TRILHA (EVENTO "LGPD"). EXIGE OPERADOR ATIVO
*> NO OPERMEST - NIVEL DE CONSULTA PARA O RELATORIO E DE
*> ATUALIZACAO PARA ANONIMIZAR; A RECUSA VAI PARA A TRILHA
*> ("NEGADO PACLGPD").
*> CODIGOS DE RETORNO: 0 = PEDIDO ATENDIDO; 4 = NENHUM DADO DO ID
*> INFORMADO; 16 = ERRO DE ARQUIVO, SYSIN OU ACESSO NEGADO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-ARQMES ASSIGN TO ARQMES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ARQMES.
    SELECT ARQ-AUDNOVO ASSIGN TO AUDNOVO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDNOVO.
    SELECT ARQ-ARQANON ASSIGN TO ARQANON
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ARQANON.
    SELECT ARQ-PACMEST ASSIGN TO PACMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PACM-ID-PACIENTE
        ALTERNATE RECORD KEY IS PACM-NOME WITH DUPLICATES
        FILE STATUS IS WS-STATUS-PACMEST.
    SELECT ARQ-HISTORICO ASSIGN TO HISTORIC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-ID-PACIENTE
        FILE STATUS IS WS-STATUS-HISTORICO.
    SELECT ARQ-RECALLED ASSIGN TO RECALLED
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RECL-ID-PACIENTE
        FILE STATUS IS WS-STATUS-RECALLED.
    SELECT ARQ-ALERTLIV ASSIGN TO ALERTLIV
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ALRT-ID-PACIENTE
        FILE STATUS IS WS-STATUS-ALERTLIV.
    SELECT ARQ-PROGPESO ASSIGN TO PROGPESO
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INSC-ID-PACIENTE
        FILE STATUS IS WS-STATUS-PROGPESO.
    SELECT ARQ-OPERMEST ASSIGN TO OPERMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID-OPERADOR
        FILE STATUS IS WS-STATUS-OPERMEST.
    SELECT ARQ-EHRPEND ASSIGN TO EHRPEND
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-EHRPEND.
    SELECT ARQ-FILA-EHR ASSIGN TO EHRFILA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-FILA-EHR.
    SELECT ARQ-LGPDREL ASSIGN TO LGPDREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-LGPDREL.
    SELECT ARQ-SORT ASSIGN TO SORTWK01.

DATA DIVISION.
FILE SECTION.
FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-ARQMES.
    01 LINHA-ARQMES PIC X(120).

FD  ARQ-AUDNOVO.
    01 LINHA-AUDNOVO PIC X(120).

FD  ARQ-ARQANON.
    01 LINHA-ARQANON PIC X(120).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
        02 PACM-ID-PACIENTE PIC 9(6).
        02 PACM-NOME        PIC X(20).
        02 PACM-DATA-NASC   PIC 9(8).
        02 PACM-SEXO        PIC X(1).
        02 PACM-SITUACAO    PIC X(1).
        02 PACM-ID-DESTINO  PIC 9(6).

FD  ARQ-HISTORICO.
    01 REG-HISTORICO.
        02 HIST-ID-PACIENTE   PIC 9(6).
        02 HIST-NOME          PIC X(20).
        02 HIST-IMC-ATUAL     PIC 9(3)V99.
        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-RECALLED.
    01 REG-RECALLED.
        02 RECL-ID-PACIENTE  PIC 9(6).
        02 RECL-DATA-LISTADO PIC 9(8).
        02 RECL-SEVERIDADE   PIC 9(1).
        02 RECL-STATUS       PIC X(1).
        02 RECL-DATA-RETORNO PIC 9(8).
        02 RECL-DATA-AGENDADA PIC 9(8).

FD  ARQ-ALERTLIV.
    01 REG-ALERTLIV.
        02 ALRT-ID-PACIENTE  PIC 9(6).
        02 ALRT-DATA-ALERTA  PIC 9(8).
        02 ALRT-SEVERIDADE   PIC 9(1).
        02 ALRT-TIPO         PIC X(1).
        02 ALRT-STATUS       PIC X(1).
        02 ALRT-DATA-CIENCIA PIC 9(8).
        02 ALRT-RESPONSAVEL  PIC X(20).

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

FD  ARQ-OPERMEST.
    01 REG-OPERMEST.
        02 OPER-ID-OPERADOR PIC X(20).
        02 OPER-NOME        PIC X(30).
        02 OPER-NIVEL       PIC 9(1).
        02 OPER-SITUACAO    PIC X(1).

FD  ARQ-EHRPEND.
    01 LINHA-EHRPEND PIC X(50).

FD  ARQ-FILA-EHR.
    01 LINHA-FILA-EHR PIC X(50).

FD  ARQ-LGPDREL.
    01 LINHA-LGPDREL PIC X(100).

*> LINHAS DA TRILHA DO TITULAR EM ORDEM CRONOLOGICA. ORIGEM 'V' =
*> TRILHA VIVA, 'A' = ARQUIVO MENSAL; TIPO 'M' = MEDICAO, 'E' =
*> EVENTO (TEXTO A PARTIR DA COLUNA 39).
SD  ARQ-SORT.
    01 REG-SORT.
        02 SORT-DATA      PIC X(8).
        02 SORT-HORA      PIC X(8).
        02 SORT-SEQ       PIC 9(7).
        02 SORT-ORIGEM    PIC X(1).
        02 SORT-TIPO      PIC X(1).
        02 SORT-LINHA     PIC X(120).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQMES    PIC X(2) VALUE SPACES.
    01 WS-STATUS-AUDNOVO   PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQANON   PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
    01 WS-STATUS-RECALLED  PIC X(2) VALUE SPACES.
    01 WS-STATUS-ALERTLIV  PIC X(2) VALUE SPACES.
    01 WS-STATUS-PROGPESO  PIC X(2) VALUE SPACES.
    01 WS-STATUS-OPERMEST  PIC X(2) VALUE SPACES.
    01 WS-STATUS-EHRPEND   PIC X(2) VALUE SPACES.
    01 WS-STATUS-FILA-EHR  PIC X(2) VALUE SPACES.
    01 WS-STATUS-LGPDREL   PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-FIM-SORT         PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    01 WS-SEM-HISTORICO    PIC X(1) VALUE 'N'.
    01 WS-SEM-RECALLED     PIC X(1) VALUE 'N'.
    01 WS-SEM-ALERTLIV     PIC X(1) VALUE 'N'.
    01 WS-SEM-PROGPESO     PIC X(1) VALUE 'N'.
    01 WS-SEM-EHRPEND      PIC X(1) VALUE 'N'.
    01 WS-SEM-FILA-EHR     PIC X(1) VALUE 'N'.
    01 WS-OPERADOR         PIC X(20) VALUE SPACES.
    01 WS-NIVEL-OPERADOR   PIC 9(1) VALUE 0.
    01 WS-NIVEL-EXIGIDO    PIC 9(1) VALUE 0.
    01 NIVEL-CONSULTA      PIC 9(1) VALUE 1.
    01 NIVEL-ATUALIZACAO   PIC 9(1) VALUE 2.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-HORA-ATUAL       PIC 9(8) VALUE 0.
*> EVENTO NA TRILHA DE AUDITORIA - MESMO LAYOUT DO PACMANUT
*> (COLUNAS 1-38 COMO NAS LINHAS DE MEDICAO).
    01 LINHA-AUDIT-EVENTO.
        02 LAE-DATA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-HORA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-OPERADOR  PIC X(20).
        02 LAE-TEXTO     PIC X(82).

*> PEDIDO DO TITULAR (SYSIN).
    01 WS-ENTRADA-ID       PIC X(6) VALUE SPACES.
    01 WS-ID-INFORMADO     PIC 9(6) VALUE 0.
    01 WS-MODO             PIC X(1) VALUE SPACE.
        88 WS-MODO-RELATORIO   VALUE 'R'.
        88 WS-MODO-ANONIMIZAR  VALUE 'A'.
    01 WS-DESC-MODO        PIC X(12) VALUE SPACES.
    01 WS-PROTOCOLO        PIC X(20) VALUE SPACES.

*> NOME E NASCIMENTO GRAVADOS NA ANONIMIZACAO. O NASCIMENTO FICA
*> NO DIA 01 DO MES: NUNCA POSTERIOR A UMA MEDICAO, ENTAO CONTINUA
*> VALIDO PARA A CRITICA DO NUTRIVIG E A IDADE QUASE NAO MUDA.
    01 NOME-ANONIMIZADO    PIC X(20) VALUE "ANONIMIZADO".
    01 WS-NASC-ANON        PIC 9(8) VALUE 0.
    01 WS-NASC-ANON-PARTES REDEFINES WS-NASC-ANON.
        02 WS-NASC-ANON-AM  PIC 9(6).
        02 WS-NASC-ANON-DIA PIC 9(2).
    01 WS-NASC-ANON-X REDEFINES WS-NASC-ANON PIC X(8).

*> IDS DO TITULAR: O SOBREVIVENTE E TODOS OS IDS FUNDIDOS NELE,
*> DIRETA OU INDIRETAMENTE (CADEIA DE FUSOES DO PACMERGE).
    01 TAB-IDS.
        02 TI-ID PIC 9(6) OCCURS 50.
    01 WS-QTDE-IDS         PIC 9(2) VALUE 0.
    01 WS-LIMITE-IDS       PIC 9(2) VALUE 50.
    01 WS-I                PIC 9(2) VALUE 0.
    01 WS-ID-BUSCA         PIC 9(6) VALUE 0.
    01 WS-ID-NO-TITULAR    PIC X(1) VALUE 'N'.
    01 WS-INCLUIU          PIC X(1) VALUE 'N'.
    01 WS-PASSADAS         PIC 9(1) VALUE 0.
    01 WS-ID-SOBREVIVENTE  PIC 9(6) VALUE 0.
    01 WS-ID-LINHA         PIC 9(6) VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.
    01 WS-SEGUIR-FUSAO     PIC X(1) VALUE 'N'.
    01 WS-PONTEIRO         PIC 9(3) VALUE 0.
    01 WS-IDS-NA-LINHA     PIC 9(2) VALUE 0.

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
*> A MESMA LINHA VISTA COMO EVENTO (TEXTO A PARTIR DA COLUNA 39).
    01 LINHA-AUD-EVENTO-LIDA REDEFINES LINHA-AUD-DET.
        02 LEL-DATA      PIC X(8).
        02 FILLER        PIC X(1).
        02 LEL-HORA      PIC X(8).
        02 FILLER        PIC X(1).
        02 LEL-OPERADOR  PIC X(20).
        02 LEL-TEXTO     PIC X(82).

*> IMAGEM DO REGISTRO MESTRE GRAVADA PELO PACMANUT NOS EVENTOS DE
*> INCLUSAO (TEXTO A PARTIR DA POSICAO 26) E ALTERACAO (POSICAO 27).
    01 WS-IMAGEM-PACM.
        02 IMG-ID        PIC X(6).
        02 FILLER        PIC X(1).
        02 IMG-NOME      PIC X(20).
        02 FILLER        PIC X(1).
        02 IMG-NASC      PIC X(8).
        02 FILLER        PIC X(4).
    01 WS-POS-IMAGEM       PIC 9(2) VALUE 0.
    01 WS-ID-TEXTO         PIC X(6) VALUE SPACES.
    01 WS-TIPO-LINHA       PIC X(1) VALUE SPACE.
    01 WS-ORIGEM           PIC X(1) VALUE SPACE.
    01 WS-MUDOU            PIC X(1) VALUE 'N'.
    01 WS-SEQ              PIC 9(7) VALUE 0.
    01 WS-ACHOU-SECAO      PIC X(1) VALUE 'N'.

    01 LINHA-EXTRATO-EHR-DET.
        02 EE-ID-PACIENTE    PIC 9(6).
        02 EE-IMC            PIC 9(3)V99.
        02 EE-CLASSIFICACAO  PIC X(10).
        02 EE-DATA           PIC 9(8).
        02 EE-UNIDADE        PIC X(3).
        02 EE-ORIGEM         PIC X(1).
        02 EE-REAPRESENTADO  PIC X(1).
        02 FILLER            PIC X(13).
        02 EE-TIPO-REGISTRO  PIC X(1).
        02 FILLER            PIC X(2).
    01 WS-DESC-EHR         PIC X(9) VALUE SPACES.

    01 WS-LINHAS-VIVA        PIC 9(7) VALUE 0.
    01 WS-GRAVADAS-VIVA      PIC 9(7) VALUE 0.
    01 WS-LINHAS-ARQMES      PIC 9(7) VALUE 0.
    01 WS-GRAVADAS-ARQMES    PIC 9(7) VALUE 0.
    01 WS-LINHAS-ANONIMIZADAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-MEDICOES     PIC 9(7) VALUE 0.
    01 WS-TOTAL-EVENTOS      PIC 9(7) VALUE 0.
    01 WS-TOTAL-MESTRE       PIC 9(5) VALUE 0.
    01 WS-TOTAL-HISTORICO    PIC 9(5) VALUE 0.
    01 WS-TOTAL-RECHAMADA    PIC 9(5) VALUE 0.
    01 WS-TOTAL-ALERTAS      PIC 9(5) VALUE 0.
    01 WS-TOTAL-PROGRAMA     PIC 9(5) VALUE 0.
    01 WS-TOTAL-EHR          PIC 9(5) VALUE 0.
    01 WS-MESTRE-ANONIMIZADOS PIC 9(5) VALUE 0.
    01 WS-HIST-ANONIMIZADOS  PIC 9(5) VALUE 0.

    01 WS-ED-PESO          PIC ZZ9.999.
    01 WS-ED-ALTURA        PIC ZZ9.9.
    01 WS-ED-IMC           PIC ZZ9.99.
    01 WS-ED-IMC-ANT       PIC ZZ9.99.
    01 WS-ED-META          PIC ZZ9.999.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 WS-TITULO-SECAO PIC X(100) VALUE SPACES.
    01 LINHA-TRILHA-CAB.
        02 FILLER PIC X(9)  VALUE "DATA     ".
        02 FILLER PIC X(7)  VALUE "HORA   ".
        02 FILLER PIC X(2)  VALUE "O ".
        02 FILLER PIC X(7)  VALUE "ID     ".
        02 FILLER PIC X(21) VALUE "NOME                 ".
        02 FILLER PIC X(4)  VALUE "IDA ".
        02 FILLER PIC X(2)  VALUE "S ".
        02 FILLER PIC X(8)  VALUE "   PESO ".
        02 FILLER PIC X(6)  VALUE "  ALT ".
        02 FILLER PIC X(7)  VALUE "   IMC ".
        02 FILLER PIC X(11) VALUE "CLASSIF    ".
        02 FILLER PIC X(4)  VALUE "UNI ".
        02 FILLER PIC X(12) VALUE "GES".
    01 LINHA-MEDICAO-DET.
        02 LMD-DATA      PIC X(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-HORA      PIC X(6).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-ORIGEM    PIC X(1).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-ID        PIC X(6).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-NOME      PIC X(20).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-IDADE     PIC X(3).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-SEXO      PIC X(1).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-PESO      PIC X(7).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-ALTURA    PIC X(5).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-IMC       PIC X(6).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-CLASSIF   PIC X(10).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-UNIDADE   PIC X(3).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LMD-GESTACAO  PIC X(3).
        02 FILLER        PIC X(9) VALUE SPACES.
    01 LINHA-EVENTO-DET.
        02 LED-DATA      PIC X(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-HORA      PIC X(6).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-ORIGEM    PIC X(1).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-TEXTO     PIC X(82).

PROCEDURE DIVISION.
    DISPLAY "PACLGPD - DADOS DO TITULAR (LGPD): RELATORIO E "
        "ANONIMIZACAO"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    ACCEPT WS-HORA-ATUAL FROM TIME
    DISPLAY "USER" UPON ENVIRONMENT-NAME
    ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
    IF WS-OPERADOR = SPACES
        MOVE "DESCONHECIDO" TO WS-OPERADOR
    END-IF
    ACCEPT WS-ENTRADA-ID
    ACCEPT WS-MODO
    ACCEPT WS-PROTOCOLO
    IF WS-ENTRADA-ID IS NOT NUMERIC OR WS-ENTRADA-ID = "000000"
        DISPLAY "ID DO PACIENTE INVALIDO NO SYSIN (" WS-ENTRADA-ID
            ") - INFORME 6 DIGITOS NA PRIMEIRA LINHA"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-ENTRADA-ID TO WS-ID-INFORMADO
    IF WS-MODO-RELATORIO
        MOVE "RELATORIO" TO WS-DESC-MODO
        MOVE NIVEL-CONSULTA TO WS-NIVEL-EXIGIDO
    ELSE
    IF WS-MODO-ANONIMIZAR
        MOVE "ANONIMIZACAO" TO WS-DESC-MODO
        MOVE NIVEL-ATUALIZACAO TO WS-NIVEL-EXIGIDO
    ELSE
        DISPLAY "MODO INVALIDO NO SYSIN (" WS-MODO ") - INFORME R "
            "(RELATORIO) OU A (ANONIMIZACAO) NA SEGUNDA LINHA"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    END-IF
    IF WS-PROTOCOLO = SPACES
        DISPLAY "PROTOCOLO DO PEDIDO DO TITULAR NAO INFORMADO NO "
            "SYSIN (TERCEIRA LINHA)"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "PEDIDO " WS-PROTOCOLO " - ID " WS-ID-INFORMADO
        " - MODO " WS-DESC-MODO

    PERFORM 0100-VERIFICAR-OPERADOR
    PERFORM 0110-ABRIR-ARQUIVOS
    PERFORM 0200-IDENTIFICAR-TITULAR
    PERFORM 0250-SECAO-PEDIDO
    PERFORM 0260-SECAO-CADASTRO
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-DATA
        ON ASCENDING KEY SORT-HORA
        ON ASCENDING KEY SORT-SEQ
        INPUT PROCEDURE IS 0300-SELECIONAR-TRILHA
        OUTPUT PROCEDURE IS 0350-SECAO-TRILHA
    PERFORM 0400-SECAO-RECHAMADA
    PERFORM 0410-SECAO-ALERTAS
    PERFORM 0415-SECAO-PROGRAMA
    PERFORM 0420-SECAO-EHR
    IF WS-MODO-ANONIMIZAR
        PERFORM 0450-CONFERIR-COPIAS
        PERFORM 0460-ANONIMIZAR-CADASTRO
    END-IF
    PERFORM 0480-REGISTRAR-PEDIDO
    PERFORM 0490-SECAO-RESUMO
    PERFORM 0500-FECHAR-ARQUIVOS
    DISPLAY "IDS DO TITULAR: " WS-QTDE-IDS
        " (SOBREVIVENTE " WS-ID-SOBREVIVENTE ")"
    DISPLAY "MEDICOES NA TRILHA: " WS-TOTAL-MEDICOES
        "  EVENTOS: " WS-TOTAL-EVENTOS
    IF WS-MODO-ANONIMIZAR
        DISPLAY "ANONIMIZADOS - MESTRE: " WS-MESTRE-ANONIMIZADOS
            "  HISTORICO: " WS-HIST-ANONIMIZADOS
            "  LINHAS DA TRILHA: " WS-LINHAS-ANONIMIZADAS
    END-IF
    IF WS-TOTAL-MESTRE = 0 AND WS-TOTAL-HISTORICO = 0
       AND WS-TOTAL-MEDICOES = 0 AND WS-TOTAL-EVENTOS = 0
       AND WS-TOTAL-RECHAMADA = 0 AND WS-TOTAL-ALERTAS = 0
       AND WS-TOTAL-PROGRAMA = 0 AND WS-TOTAL-EHR = 0
        DISPLAY "NENHUM DADO DO ID " WS-ID-INFORMADO
            " NOS ARQUIVOS DO SISTEMA"
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-VERIFICAR-OPERADOR.
*> O RELATORIO EXPOE TODOS OS DADOS DO PACIENTE E A ANONIMIZACAO
*> E IRREVERSIVEL: SO OPERADOR ATIVO NO OPERMEST, COM NIVEL DE
*> ATUALIZACAO PARA ANONIMIZAR. A RECUSA VAI PARA A TRILHA.
    MOVE 0 TO WS-NIVEL-OPERADOR
    OPEN INPUT ARQ-OPERMEST
    IF WS-STATUS-OPERMEST = "35"
        DISPLAY "CADASTRO DE OPERADORES (DD OPERMEST) NAO ENCONTRADO - "
            "CADASTRE OS OPERADORES COM O OPERMANT"
    ELSE
        IF WS-STATUS-OPERMEST NOT = "00"
            DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES "
                "(DD OPERMEST) - STATUS: " WS-STATUS-OPERMEST
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-OPERADOR TO OPER-ID-OPERADOR
        READ ARQ-OPERMEST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OPER-SITUACAO = 'A'
                    MOVE OPER-NIVEL TO WS-NIVEL-OPERADOR
                    DISPLAY "OPERADOR: " OPER-NOME " NIVEL "
                        OPER-NIVEL
                END-IF
        END-READ
        CLOSE ARQ-OPERMEST
    END-IF
    IF WS-NIVEL-OPERADOR < WS-NIVEL-EXIGIDO
        PERFORM 0105-NEGAR-ACESSO
    END-IF.

0105-NEGAR-ACESSO.
    DISPLAY "OPERADOR " WS-OPERADOR " SEM NIVEL EXIGIDO "
        "(" WS-NIVEL-OPERADOR ") - PEDIDO DO TITULAR NEGADO."
    OPEN EXTEND ARQ-AUDITORIA
    IF WS-STATUS-AUDITORIA = "35"
        OPEN OUTPUT ARQ-AUDITORIA
    END-IF
    IF WS-STATUS-AUDITORIA NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE AUDITORIA (DD AUDITORI) - "
            "STATUS: " WS-STATUS-AUDITORIA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-DATA-ATUAL TO LAE-DATA
    MOVE WS-HORA-ATUAL TO LAE-HORA
    MOVE WS-OPERADOR   TO LAE-OPERADOR
    MOVE SPACES        TO LAE-TEXTO
    STRING "NEGADO PACLGPD MODO " WS-MODO " NIVEL " WS-NIVEL-OPERADOR
        DELIMITED BY SIZE INTO LAE-TEXTO
    WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO
    CLOSE ARQ-AUDITORIA
    MOVE 16 TO RETURN-CODE
    STOP RUN.

0110-ABRIR-ARQUIVOS.
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
        DISPLAY "ARQUIVO MENSAL (DD ARQMES) NAO ALOCADO - SO A "
            "AUDITORIA VIVA SERA CONSULTADA"
    ELSE
        IF WS-STATUS-ARQMES NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO MENSAL (DD ARQMES) - "
                "STATUS: " WS-STATUS-ARQMES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF WS-MODO-ANONIMIZAR
        OPEN I-O ARQ-PACMEST
    ELSE
        OPEN INPUT ARQ-PACMEST
    END-IF
    IF WS-STATUS-PACMEST NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE PACIENTES (DD PACMEST) - "
            "STATUS: " WS-STATUS-PACMEST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-MODO-ANONIMIZAR
        OPEN I-O ARQ-HISTORICO
    ELSE
        OPEN INPUT ARQ-HISTORICO
    END-IF
    IF WS-STATUS-HISTORICO = "35"
        MOVE 'S' TO WS-SEM-HISTORICO
        DISPLAY "ARQUIVO DE HISTORICO (DD HISTORIC) NAO ENCONTRADO"
    ELSE
        IF WS-STATUS-HISTORICO NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO DE HISTORICO (DD HISTORIC)"
                " - STATUS: " WS-STATUS-HISTORICO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ARQ-RECALLED
    IF WS-STATUS-RECALLED = "35"
        MOVE 'S' TO WS-SEM-RECALLED
        DISPLAY "LIVRO DE RECHAMADA (DD RECALLED) NAO ENCONTRADO"
    ELSE
        IF WS-STATUS-RECALLED NOT = "00"
            DISPLAY "ERRO AO ABRIR LIVRO DE RECHAMADA (DD RECALLED)"
                " - STATUS: " WS-STATUS-RECALLED
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ARQ-ALERTLIV
    IF WS-STATUS-ALERTLIV = "35"
        MOVE 'S' TO WS-SEM-ALERTLIV
        DISPLAY "LIVRO DE ALERTAS (DD ALERTLIV) NAO ENCONTRADO"
    ELSE
        IF WS-STATUS-ALERTLIV NOT = "00"
            DISPLAY "ERRO AO ABRIR LIVRO DE ALERTAS (DD ALERTLIV)"
                " - STATUS: " WS-STATUS-ALERTLIV
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ARQ-PROGPESO
    IF WS-STATUS-PROGPESO = "35"
        MOVE 'S' TO WS-SEM-PROGPESO
        DISPLAY "INSCRICOES DO PROGRAMA (DD PROGPESO) NAO ENCONTRADAS"
    ELSE
        IF WS-STATUS-PROGPESO NOT = "00"
            DISPLAY "ERRO AO ABRIR INSCRICOES DO PROGRAMA (DD PROGPESO)"
                " - STATUS: " WS-STATUS-PROGPESO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ARQ-EHRPEND
    IF WS-STATUS-EHRPEND = "35"
        MOVE 'S' TO WS-SEM-EHRPEND
        DISPLAY "PENDENCIAS DA CARGA EHR (DD EHRPEND) NAO ALOCADAS"
    ELSE
        IF WS-STATUS-EHRPEND NOT = "00"
            DISPLAY "ERRO AO ABRIR PENDENCIAS DA CARGA EHR "
                "(DD EHRPEND) - STATUS: " WS-STATUS-EHRPEND
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN INPUT ARQ-FILA-EHR
    IF WS-STATUS-FILA-EHR = "35"
        MOVE 'S' TO WS-SEM-FILA-EHR
        DISPLAY "FILA DA CLINICA (DD EHRFILA) NAO ALOCADA"
    ELSE
        IF WS-STATUS-FILA-EHR NOT = "00"
            DISPLAY "ERRO AO ABRIR FILA DA CLINICA (DD EHRFILA) - "
                "STATUS: " WS-STATUS-FILA-EHR
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT ARQ-LGPDREL
    IF WS-STATUS-LGPDREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD LGPDREL) - STATUS: "
            WS-STATUS-LGPDREL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0115-ABRIR-COPIAS.

0115-ABRIR-COPIAS.
*> NA ANONIMIZACAO AS TRILHAS SAO REGRAVADAS EM COPIAS QUE O JCL
*> PACANON TROCA PELOS ORIGINAIS. NO MODO RELATORIO A DD AUDNOVO
*> NAO PODE ESTAR ALOCADA: SERIA O JCL DE ANONIMIZACAO COM O MODO
*> TROCADO NO SYSIN, E A TROCA DEIXARIA A TRILHA VAZIA.
    IF WS-MODO-ANONIMIZAR
        OPEN OUTPUT ARQ-AUDNOVO
        IF WS-STATUS-AUDNOVO NOT = "00"
            DISPLAY "ERRO AO ABRIR COPIA DA AUDITORIA (DD AUDNOVO) - "
                "STATUS: " WS-STATUS-AUDNOVO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-SEM-ARQMES = 'N'
            OPEN OUTPUT ARQ-ARQANON
            IF WS-STATUS-ARQANON NOT = "00"
                DISPLAY "ERRO AO ABRIR COPIA DO ARQUIVO MENSAL "
                    "(DD ARQANON) - STATUS: " WS-STATUS-ARQANON
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    ELSE
        OPEN INPUT ARQ-AUDNOVO
        IF WS-STATUS-AUDNOVO = "00"
            CLOSE ARQ-AUDNOVO
            DISPLAY "DD AUDNOVO ALOCADA NO MODO RELATORIO - CONFIRA "
                "O MODO NO SYSIN DO JCL PACANON"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0200-IDENTIFICAR-TITULAR.
*> O ID INFORMADO PODE SER UM ID JA FUNDIDO: SEGUE ATE O
*> SOBREVIVENTE E DEPOIS RECOLHE OS IDS FUNDIDOS NELE, VARRENDO O
*> MESTRE ATE UMA PASSADA NAO TRAZER ID NOVO (CADEIAS DE ATE 5
*> NIVEIS, A MESMA TRAVA DO 0220).
    MOVE WS-ID-INFORMADO TO WS-ID-LINHA
    PERFORM 0220-REDIRECIONAR-FUNDIDO
    MOVE WS-ID-LINHA TO WS-ID-SOBREVIVENTE
    MOVE 0 TO WS-QTDE-IDS
    MOVE WS-ID-SOBREVIVENTE TO WS-ID-BUSCA
    PERFORM 0230-INCLUIR-ID
    MOVE WS-ID-INFORMADO TO WS-ID-BUSCA
    PERFORM 0230-INCLUIR-ID
    MOVE 'S' TO WS-INCLUIU
    MOVE 0 TO WS-PASSADAS
    PERFORM UNTIL WS-INCLUIU = 'N' OR WS-PASSADAS >= 6
        MOVE 'N' TO WS-INCLUIU
        ADD 1 TO WS-PASSADAS
        PERFORM 0210-VARRER-FUSOES
    END-PERFORM
    DISPLAY "ID SOBREVIVENTE: " WS-ID-SOBREVIVENTE
        "  IDS DO TITULAR: " WS-QTDE-IDS.

0210-VARRER-FUSOES.
    MOVE 'N' TO WS-FIM-ARQUIVO
    MOVE 0 TO PACM-ID-PACIENTE
    START ARQ-PACMEST KEY >= PACM-ID-PACIENTE
        INVALID KEY
            MOVE 'S' TO WS-FIM-ARQUIVO
    END-START
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-PACMEST NEXT
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                IF PACM-SITUACAO = 'M'
                    MOVE PACM-ID-DESTINO TO WS-ID-BUSCA
                    PERFORM 0240-PROCURAR-ID
                    IF WS-ID-NO-TITULAR = 'S'
                        MOVE PACM-ID-PACIENTE TO WS-ID-BUSCA
                        PERFORM 0230-INCLUIR-ID
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

0220-REDIRECIONAR-FUNDIDO.
*> FUSOES ENCADEADAS SAO LEGITIMAS (A FOI FUNDIDO EM B QUANDO B
*> AINDA ERA ATIVO, E B DEPOIS FOI FUNDIDO EM C): SEGUE A CADEIA
*> ATE UM REGISTRO NAO FUNDIDO, COM A MESMA TRAVA DE 5 NIVEIS DO
*> IMCHIST CONTRA PONTEIRO CIRCULAR NO MESTRE.
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

0230-INCLUIR-ID.
    PERFORM 0240-PROCURAR-ID
    IF WS-ID-NO-TITULAR = 'N'
        IF WS-QTDE-IDS >= WS-LIMITE-IDS
            DISPLAY "MAIS DE " WS-LIMITE-IDS " IDS FUNDIDOS NO ID "
                WS-ID-SOBREVIVENTE " - AUMENTE TAB-IDS"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-QTDE-IDS
        MOVE WS-ID-BUSCA TO TI-ID (WS-QTDE-IDS)
        MOVE 'S' TO WS-INCLUIU
    END-IF.

0240-PROCURAR-ID.
    MOVE 'N' TO WS-ID-NO-TITULAR
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-QTDE-IDS OR WS-ID-NO-TITULAR = 'S'
        IF TI-ID (WS-I) = WS-ID-BUSCA
            MOVE 'S' TO WS-ID-NO-TITULAR
        END-IF
    END-PERFORM.

0250-SECAO-PEDIDO.
    MOVE SPACES TO LINHA-TEXTO
    STRING "DADOS DO TITULAR (LGPD) - EMITIDO EM " WS-DATA-ATUAL
        " AS " WS-HORA-ATUAL (1:6)
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "PROTOCOLO: " WS-PROTOCOLO "  MODO: " WS-DESC-MODO
        "  OPERADOR: " WS-OPERADOR
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "ID INFORMADO: " WS-ID-INFORMADO "  ID SOBREVIVENTE: "
        WS-ID-SOBREVIVENTE "  IDS DO TITULAR (COM FUSOES): "
        WS-QTDE-IDS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
*> OS IDS SAO LISTADOS 12 POR LINHA.
    MOVE SPACES TO LINHA-TEXTO
    MOVE "IDS:" TO LINHA-TEXTO
    MOVE 5 TO WS-PONTEIRO
    MOVE 0 TO WS-IDS-NA-LINHA
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
        IF WS-IDS-NA-LINHA = 12
            WRITE LINHA-LGPDREL FROM LINHA-TEXTO
            MOVE SPACES TO LINHA-TEXTO
            MOVE 5 TO WS-PONTEIRO
            MOVE 0 TO WS-IDS-NA-LINHA
        END-IF
        STRING " " TI-ID (WS-I) DELIMITED BY SIZE
            INTO LINHA-TEXTO WITH POINTER WS-PONTEIRO
        ADD 1 TO WS-IDS-NA-LINHA
    END-PERFORM
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO.

0260-SECAO-CADASTRO.
    MOVE "CADASTRO MESTRE (DD PACMEST)" TO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
        MOVE TI-ID (WS-I) TO PACM-ID-PACIENTE
        MOVE SPACES TO LINHA-TEXTO
        READ ARQ-PACMEST
            INVALID KEY
                STRING "ID " TI-ID (WS-I)
                    " SEM REGISTRO NO CADASTRO MESTRE"
                    DELIMITED BY SIZE INTO LINHA-TEXTO
            NOT INVALID KEY
                ADD 1 TO WS-TOTAL-MESTRE
                IF PACM-SITUACAO = 'M'
                    STRING "ID " PACM-ID-PACIENTE " NOME " PACM-NOME
                        " NASC " PACM-DATA-NASC " SEXO " PACM-SEXO
                        " SITUACAO M - FUNDIDO NO ID " PACM-ID-DESTINO
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                ELSE
                    STRING "ID " PACM-ID-PACIENTE " NOME " PACM-NOME
                        " NASC " PACM-DATA-NASC " SEXO " PACM-SEXO
                        " SITUACAO " PACM-SITUACAO
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                END-IF
        END-READ
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    END-PERFORM
    MOVE "HISTORICO DE IMC (DD HISTORIC)" TO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    IF WS-SEM-HISTORICO = 'S'
        MOVE "ARQUIVO DE HISTORICO NAO ENCONTRADO" TO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    ELSE
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
            MOVE TI-ID (WS-I) TO HIST-ID-PACIENTE
            READ ARQ-HISTORICO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-TOTAL-HISTORICO
                    MOVE HIST-IMC-ATUAL    TO WS-ED-IMC
                    MOVE HIST-IMC-ANTERIOR TO WS-ED-IMC-ANT
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "ID " HIST-ID-PACIENTE " NOME " HIST-NOME
                        " IMC " WS-ED-IMC " ANTERIOR " WS-ED-IMC-ANT
                        " ULTIMA " HIST-DATA-ULTIMA " UNIDADE "
                        HIST-UNIDADE " GEST " HIST-GESTANTE
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
            END-READ
        END-PERFORM
        IF WS-TOTAL-HISTORICO = 0
            MOVE "NENHUM REGISTRO NO HISTORICO" TO LINHA-TEXTO
            WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        END-IF
    END-IF.

0270-ABRIR-SECAO.
*> TITULO DA SECAO EM LINHA-TEXTO, PRECEDIDO DE LINHA EM BRANCO E
*> SEPARADOR.
    MOVE LINHA-TEXTO TO WS-TITULO-SECAO
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM WS-TITULO-SECAO
    MOVE SPACES TO LINHA-TEXTO.

0300-SELECIONAR-TRILHA.
*> UMA SO PASSADA POR ARQUIVO: SEPARA AS LINHAS DO TITULAR PARA O
*> RELATORIO E, NA ANONIMIZACAO, REGRAVA TODAS AS LINHAS NA COPIA
*> (AS DO TITULAR JA SEM NOME E DIA DO NASCIMENTO).
    MOVE 'V' TO WS-ORIGEM
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                ADD 1 TO WS-LINHAS-VIVA
                MOVE LINHA-AUDITORIA TO LINHA-AUD-DET
                PERFORM 0310-TRATAR-LINHA
                IF WS-MODO-ANONIMIZAR
                    WRITE LINHA-AUDNOVO FROM LINHA-AUD-DET
                    IF WS-STATUS-AUDNOVO NOT = "00"
                        DISPLAY "ERRO AO GRAVAR COPIA DA AUDITORIA "
                            "(DD AUDNOVO) - STATUS: " WS-STATUS-AUDNOVO
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-GRAVADAS-VIVA
                END-IF
        END-READ
    END-PERFORM
    IF WS-SEM-ARQMES = 'N'
        MOVE 'A' TO WS-ORIGEM
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-ARQMES
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-LINHAS-ARQMES
                    MOVE LINHA-ARQMES TO LINHA-AUD-DET
                    PERFORM 0310-TRATAR-LINHA
                    IF WS-MODO-ANONIMIZAR
                        WRITE LINHA-ARQANON FROM LINHA-AUD-DET
                        IF WS-STATUS-ARQANON NOT = "00"
                            DISPLAY "ERRO AO GRAVAR COPIA DO ARQUIVO "
                                "MENSAL (DD ARQANON) - STATUS: "
                                WS-STATUS-ARQANON
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-GRAVADAS-ARQMES
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

0310-TRATAR-LINHA.
*> ONDE CADA TIPO DE LINHA LEVA O ID DO PACIENTE: MEDICAO NA
*> COLUNA 39; CORRECAO, ANULACAO, MOTIVO, GESTACAO E LGPD LOGO
*> APOS O TIPO (COLUNA 48); DIVERGENCIA NA COLUNA 51; INCLUSAO E
*> ALTERACAO DO PACMANUT NO INICIO DA IMAGEM DO REGISTRO MESTRE;
*> INCLUSAO E ALTERACAO DO PROGMANT NO INICIO DA IMAGEM DA INSCRICAO
*> (SEM NOME NEM NASCIMENTO, ENTAO NAO HA O QUE ANONIMIZAR NELA).
*> EVENTOS SEM PACIENTE (NEGADO, OPERMANT) FICAM DE FORA.
    MOVE SPACES TO WS-ID-TEXTO
    MOVE SPACE TO WS-TIPO-LINHA
    IF AL-ID IS NUMERIC
        MOVE AL-ID TO WS-ID-TEXTO
        MOVE 'M' TO WS-TIPO-LINHA
    ELSE
    IF LEL-TEXTO (1:9) = "CORRECAO " OR LEL-TEXTO (1:9) = "ANULACAO "
       OR LEL-TEXTO (1:9) = "MOTIVO   " OR LEL-TEXTO (1:9) = "GESTACAO "
       OR LEL-TEXTO (1:9) = "LGPD     "
        MOVE LEL-TEXTO (10:6) TO WS-ID-TEXTO
        MOVE 'E' TO WS-TIPO-LINHA
    ELSE
    IF LEL-TEXTO (1:12) = "DIVERGENCIA "
        MOVE LEL-TEXTO (13:6) TO WS-ID-TEXTO
        MOVE 'E' TO WS-TIPO-LINHA
    ELSE
    IF LEL-TEXTO (1:25) = "INCLUSAO PACMANUT DEPOIS "
        MOVE 26 TO WS-POS-IMAGEM
        MOVE LEL-TEXTO (26:6) TO WS-ID-TEXTO
        MOVE 'I' TO WS-TIPO-LINHA
    ELSE
    IF LEL-TEXTO (1:26) = "ALTERACAO PACMANUT ANTES  "
       OR LEL-TEXTO (1:26) = "ALTERACAO PACMANUT DEPOIS "
        MOVE 27 TO WS-POS-IMAGEM
        MOVE LEL-TEXTO (27:6) TO WS-ID-TEXTO
        MOVE 'I' TO WS-TIPO-LINHA
    ELSE
    IF LEL-TEXTO (1:25) = "INCLUSAO PROGMANT DEPOIS "
        MOVE LEL-TEXTO (26:6) TO WS-ID-TEXTO
        MOVE 'E' TO WS-TIPO-LINHA
    ELSE
    IF LEL-TEXTO (1:26) = "ALTERACAO PROGMANT ANTES  "
       OR LEL-TEXTO (1:26) = "ALTERACAO PROGMANT DEPOIS "
        MOVE LEL-TEXTO (27:6) TO WS-ID-TEXTO
        MOVE 'E' TO WS-TIPO-LINHA
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    IF WS-TIPO-LINHA NOT = SPACE AND WS-ID-TEXTO IS NUMERIC
        MOVE WS-ID-TEXTO TO WS-ID-BUSCA
        PERFORM 0240-PROCURAR-ID
        IF WS-ID-NO-TITULAR = 'S'
            PERFORM 0320-LIBERAR-LINHA
            IF WS-MODO-ANONIMIZAR
                PERFORM 0330-ANONIMIZAR-LINHA
            END-IF
        END-IF
    END-IF.

0320-LIBERAR-LINHA.
    ADD 1 TO WS-SEQ
    MOVE AL-DATA       TO SORT-DATA
    MOVE AL-HORA       TO SORT-HORA
    MOVE WS-SEQ        TO SORT-SEQ
    MOVE WS-ORIGEM     TO SORT-ORIGEM
    MOVE LINHA-AUD-DET TO SORT-LINHA
    IF WS-TIPO-LINHA = 'M'
        MOVE 'M' TO SORT-TIPO
        ADD 1 TO WS-TOTAL-MEDICOES
    ELSE
        MOVE 'E' TO SORT-TIPO
        ADD 1 TO WS-TOTAL-EVENTOS
    END-IF
    RELEASE REG-SORT.

0330-ANONIMIZAR-LINHA.
*> A LINHA JA FOI LIBERADA PARA O RELATORIO COM OS DADOS ORIGINAIS;
*> AQUI SO MUDA A IMAGEM QUE VAI PARA A COPIA. RODAR DE NOVO NAO
*> ALTERA LINHA JA ANONIMIZADA.
    MOVE 'N' TO WS-MUDOU
    IF WS-TIPO-LINHA = 'M'
        IF AL-NOME NOT = NOME-ANONIMIZADO
            MOVE NOME-ANONIMIZADO TO AL-NOME
            MOVE 'S' TO WS-MUDOU
        END-IF
    ELSE
    IF WS-TIPO-LINHA = 'I'
        MOVE LEL-TEXTO (WS-POS-IMAGEM:40) TO WS-IMAGEM-PACM
        IF IMG-NOME NOT = NOME-ANONIMIZADO
            MOVE NOME-ANONIMIZADO TO IMG-NOME
            MOVE 'S' TO WS-MUDOU
        END-IF
        IF IMG-NASC IS NUMERIC
            MOVE IMG-NASC TO WS-NASC-ANON
            MOVE 1 TO WS-NASC-ANON-DIA
            IF WS-NASC-ANON-X NOT = IMG-NASC
                MOVE WS-NASC-ANON-X TO IMG-NASC
                MOVE 'S' TO WS-MUDOU
            END-IF
        END-IF
        IF WS-MUDOU = 'S'
            MOVE WS-IMAGEM-PACM TO LEL-TEXTO (WS-POS-IMAGEM:40)
        END-IF
    END-IF
    END-IF
    IF WS-MUDOU = 'S'
        ADD 1 TO WS-LINHAS-ANONIMIZADAS
    END-IF.

0350-SECAO-TRILHA.
    MOVE SPACES TO LINHA-TEXTO
    STRING "TRILHA DE AUDITORIA - ORIGEM (O): V = TRILHA VIVA, "
        "A = ARQUIVO MENSAL" DELIMITED BY SIZE INTO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    STRING "MEDICOES NO LAYOUT ABAIXO; EVENTOS (CORRECOES, GESTACAO, "
        "CADASTRO, PEDIDOS LGPD) COMO GRAVADOS"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TRILHA-CAB
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                MOVE SORT-LINHA TO LINHA-AUD-DET
                IF SORT-TIPO = 'M'
                    PERFORM 0360-GRAVAR-MEDICAO
                ELSE
                    MOVE LEL-DATA       TO LED-DATA
                    MOVE LEL-HORA (1:6) TO LED-HORA
                    MOVE SORT-ORIGEM    TO LED-ORIGEM
                    MOVE LEL-TEXTO      TO LED-TEXTO
                    WRITE LINHA-LGPDREL FROM LINHA-EVENTO-DET
                END-IF
        END-RETURN
    END-PERFORM
    IF WS-TOTAL-MEDICOES = 0 AND WS-TOTAL-EVENTOS = 0
        MOVE "NENHUMA LINHA DOS IDS DO TITULAR NA TRILHA"
            TO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    END-IF.

0360-GRAVAR-MEDICAO.
    MOVE AL-DATA       TO LMD-DATA
    MOVE AL-HORA (1:6) TO LMD-HORA
    MOVE SORT-ORIGEM   TO LMD-ORIGEM
    MOVE AL-ID         TO LMD-ID
    MOVE AL-NOME       TO LMD-NOME
    MOVE AL-IDADE      TO LMD-IDADE
    MOVE AL-SEXO       TO LMD-SEXO
    IF AL-PESO-PRECISO IS NUMERIC
        MOVE AL-PESO-PRECISO-N TO WS-ED-PESO
        MOVE WS-ED-PESO TO LMD-PESO
    ELSE
        MOVE AL-PESO TO LMD-PESO
    END-IF
    IF AL-ALTURA-PRECISA IS NUMERIC
        MOVE AL-ALTURA-PRECISA-N TO WS-ED-ALTURA
        MOVE WS-ED-ALTURA TO LMD-ALTURA
    ELSE
        MOVE AL-ALTURA TO LMD-ALTURA
    END-IF
    MOVE AL-IMC        TO LMD-IMC
    MOVE AL-CLASSIF    TO LMD-CLASSIF
    MOVE AL-UNIDADE    TO LMD-UNIDADE
    MOVE SPACES        TO LMD-GESTACAO
    IF AL-GESTANTE = 'S'
        STRING "G" AL-SEMANA-GEST DELIMITED BY SIZE INTO LMD-GESTACAO
    END-IF
    WRITE LINHA-LGPDREL FROM LINHA-MEDICAO-DET.

0400-SECAO-RECHAMADA.
    MOVE "LIVRO DE RECHAMADA (DD RECALLED)" TO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    IF WS-SEM-RECALLED = 'S'
        MOVE "LIVRO DE RECHAMADA NAO ENCONTRADO" TO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    ELSE
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
            MOVE TI-ID (WS-I) TO RECL-ID-PACIENTE
            READ ARQ-RECALLED
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-TOTAL-RECHAMADA
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "ID " RECL-ID-PACIENTE " LISTADO EM "
                        RECL-DATA-LISTADO " SEVERIDADE "
                        RECL-SEVERIDADE " SITUACAO " RECL-STATUS
                        " RETORNO " RECL-DATA-RETORNO " AGENDADO "
                        RECL-DATA-AGENDADA
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
            END-READ
        END-PERFORM
        IF WS-TOTAL-RECHAMADA = 0
            MOVE "NENHUM REGISTRO NO LIVRO DE RECHAMADA" TO LINHA-TEXTO
            WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        END-IF
    END-IF.

0410-SECAO-ALERTAS.
    MOVE "LIVRO DE ALERTAS DE PESO (DD ALERTLIV)" TO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    IF WS-SEM-ALERTLIV = 'S'
        MOVE "LIVRO DE ALERTAS NAO ENCONTRADO" TO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    ELSE
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
            MOVE TI-ID (WS-I) TO ALRT-ID-PACIENTE
            READ ARQ-ALERTLIV
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-TOTAL-ALERTAS
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "ID " ALRT-ID-PACIENTE " ALERTA EM "
                        ALRT-DATA-ALERTA " SEVERIDADE " ALRT-SEVERIDADE
                        " TIPO " ALRT-TIPO " SITUACAO " ALRT-STATUS
                        " CIENCIA " ALRT-DATA-CIENCIA " "
                        ALRT-RESPONSAVEL
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
            END-READ
        END-PERFORM
        IF WS-TOTAL-ALERTAS = 0
            MOVE "NENHUM REGISTRO NO LIVRO DE ALERTAS" TO LINHA-TEXTO
            WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        END-IF
    END-IF.

0415-SECAO-PROGRAMA.
*> A INSCRICAO NAO GUARDA NOME; A OBSERVACAO DA ALTA E TEXTO LIVRE
*> DIGITADO NO PROGMANT E SAI COMO ESTA.
    MOVE "PROGRAMA DE CONTROLE DE PESO (DD PROGPESO)" TO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    IF WS-SEM-PROGPESO = 'S'
        MOVE "INSCRICOES DO PROGRAMA NAO ENCONTRADAS" TO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    ELSE
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
            MOVE TI-ID (WS-I) TO INSC-ID-PACIENTE
            READ ARQ-PROGPESO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-TOTAL-PROGRAMA
                    MOVE INSC-PESO-INICIAL TO WS-ED-PESO
                    MOVE INSC-IMC-INICIAL  TO WS-ED-IMC
                    MOVE INSC-META         TO WS-ED-META
                    MOVE SPACES TO LINHA-TEXTO
                    STRING "ID " INSC-ID-PACIENTE " INSCRITO EM "
                        INSC-DATA-INCLUSAO " UNIDADE " INSC-UNIDADE
                        " PESO INICIAL " WS-ED-PESO " IMC " WS-ED-IMC
                        " EM " INSC-DATA-INICIAL " META "
                        INSC-TIPO-META WS-ED-META
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
                    MOVE SPACES TO LINHA-TEXTO
                    IF INSC-SITUACAO = 'D'
                        STRING "          SITUACAO D - ALTA EM "
                            INSC-DATA-ALTA " MOTIVO " INSC-MOTIVO-ALTA
                            " " INSC-OBS-ALTA
                            DELIMITED BY SIZE INTO LINHA-TEXTO
                    ELSE
                        STRING "          SITUACAO " INSC-SITUACAO
                            " - EM ACOMPANHAMENTO"
                            DELIMITED BY SIZE INTO LINHA-TEXTO
                    END-IF
                    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
            END-READ
        END-PERFORM
        IF WS-TOTAL-PROGRAMA = 0
            MOVE "NENHUMA INSCRICAO NO PROGRAMA" TO LINHA-TEXTO
            WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        END-IF
    END-IF.

0420-SECAO-EHR.
*> REGISTROS AINDA NAO CONFIRMADOS PELO PRONTUARIO. O QUE O EHR JA
*> CONFIRMOU ESTA NO PRONTUARIO, FORA DESTE SISTEMA.
    MOVE SPACES TO LINHA-TEXTO
    STRING "PRONTUARIO ELETRONICO - PENDENCIAS DA CARGA (DD EHRPEND) "
        "E FILA DA CLINICA (DD EHRFILA)" DELIMITED BY SIZE
        INTO LINHA-TEXTO
    PERFORM 0270-ABRIR-SECAO
    IF WS-SEM-EHRPEND = 'N'
        MOVE "PENDENTE" TO WS-DESC-EHR
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-EHRPEND
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    MOVE LINHA-EHRPEND TO LINHA-EXTRATO-EHR-DET
                    PERFORM 0425-LISTAR-EXTRATO
            END-READ
        END-PERFORM
    END-IF
    IF WS-SEM-FILA-EHR = 'N'
        MOVE "NA FILA" TO WS-DESC-EHR
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-FILA-EHR
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    MOVE LINHA-FILA-EHR TO LINHA-EXTRATO-EHR-DET
                    PERFORM 0425-LISTAR-EXTRATO
            END-READ
        END-PERFORM
    END-IF
    IF WS-TOTAL-EHR = 0
        MOVE "NENHUM REGISTRO AGUARDANDO O PRONTUARIO" TO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    END-IF.

0425-LISTAR-EXTRATO.
    IF EE-ID-PACIENTE IS NUMERIC
        MOVE EE-ID-PACIENTE TO WS-ID-BUSCA
        PERFORM 0240-PROCURAR-ID
        IF WS-ID-NO-TITULAR = 'S'
            ADD 1 TO WS-TOTAL-EHR
            MOVE EE-IMC TO WS-ED-IMC
            MOVE SPACES TO LINHA-TEXTO
            STRING WS-DESC-EHR " ID " EE-ID-PACIENTE " DATA " EE-DATA
                " IMC " WS-ED-IMC " " EE-CLASSIFICACAO " UNIDADE "
                EE-UNIDADE " ORIGEM " EE-ORIGEM " TIPO "
                EE-TIPO-REGISTRO
                DELIMITED BY SIZE INTO LINHA-TEXTO
            WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        END-IF
    END-IF.

0450-CONFERIR-COPIAS.
*> SO MEXE NO MESTRE E NO HISTORICO COM AS COPIAS DAS TRILHAS
*> COMPLETAS; A TROCA DOS ARQUIVOS FICA COM O JCL.
    IF WS-GRAVADAS-VIVA NOT = WS-LINHAS-VIVA
       OR WS-GRAVADAS-ARQMES NOT = WS-LINHAS-ARQMES
        DISPLAY "COPIA DAS TRILHAS DIVERGENTE - VIVA " WS-LINHAS-VIVA
            "/" WS-GRAVADAS-VIVA " ARQUIVO " WS-LINHAS-ARQMES "/"
            WS-GRAVADAS-ARQMES " - NADA FOI ANONIMIZADO"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0460-ANONIMIZAR-CADASTRO.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTDE-IDS
        MOVE TI-ID (WS-I) TO PACM-ID-PACIENTE
        READ ARQ-PACMEST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM 0465-ANONIMIZAR-MESTRE
        END-READ
        IF WS-SEM-HISTORICO = 'N'
            MOVE TI-ID (WS-I) TO HIST-ID-PACIENTE
            READ ARQ-HISTORICO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 0470-ANONIMIZAR-HISTORICO
            END-READ
        END-IF
    END-PERFORM.

0465-ANONIMIZAR-MESTRE.
    MOVE NOME-ANONIMIZADO TO PACM-NOME
    MOVE PACM-DATA-NASC TO WS-NASC-ANON
    IF WS-NASC-ANON > 0
        MOVE 1 TO WS-NASC-ANON-DIA
        MOVE WS-NASC-ANON TO PACM-DATA-NASC
    END-IF
    REWRITE REG-PACMEST
    IF WS-STATUS-PACMEST NOT = "00"
        DISPLAY "ERRO AO ANONIMIZAR PACIENTE " PACM-ID-PACIENTE
            " NO CADASTRO (DD PACMEST) - STATUS: " WS-STATUS-PACMEST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-MESTRE-ANONIMIZADOS.

0470-ANONIMIZAR-HISTORICO.
    MOVE NOME-ANONIMIZADO TO HIST-NOME
    REWRITE REG-HISTORICO
    IF WS-STATUS-HISTORICO NOT = "00"
        DISPLAY "ERRO AO ANONIMIZAR PACIENTE " HIST-ID-PACIENTE
            " NO HISTORICO (DD HISTORIC) - STATUS: "
            WS-STATUS-HISTORICO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-HIST-ANONIMIZADOS.

0480-REGISTRAR-PEDIDO.
*> O PEDIDO FICA NA TRILHA COM O ID SOBREVIVENTE (COLUNA 48, COMO
*> NOS EVENTOS DO IMCCORR). NA ANONIMIZACAO VAI PARA A COPIA, QUE
*> SUBSTITUI A TRILHA VIVA.
    MOVE WS-DATA-ATUAL TO LAE-DATA
    MOVE WS-HORA-ATUAL TO LAE-HORA
    MOVE WS-OPERADOR   TO LAE-OPERADOR
    MOVE SPACES        TO LAE-TEXTO
    STRING "LGPD     " WS-ID-SOBREVIVENTE " " WS-DESC-MODO
        " PROTOCOLO " WS-PROTOCOLO " IDS " WS-QTDE-IDS
        DELIMITED BY SIZE INTO LAE-TEXTO
    IF WS-MODO-ANONIMIZAR
        WRITE LINHA-AUDNOVO FROM LINHA-AUDIT-EVENTO
        IF WS-STATUS-AUDNOVO NOT = "00"
            DISPLAY "ERRO AO GRAVAR COPIA DA AUDITORIA (DD AUDNOVO) - "
                "STATUS: " WS-STATUS-AUDNOVO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        CLOSE ARQ-AUDITORIA
        OPEN EXTEND ARQ-AUDITORIA
        IF WS-STATUS-AUDITORIA NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO DE AUDITORIA (DD AUDITORI) - "
                "STATUS: " WS-STATUS-AUDITORIA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO
    END-IF.

0490-SECAO-RESUMO.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "RESUMO - MESTRE: " WS-TOTAL-MESTRE "  HISTORICO: "
        WS-TOTAL-HISTORICO "  MEDICOES: " WS-TOTAL-MEDICOES
        "  EVENTOS: " WS-TOTAL-EVENTOS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "         RECHAMADA: " WS-TOTAL-RECHAMADA "  ALERTAS: "
        WS-TOTAL-ALERTAS "  PROGRAMA: " WS-TOTAL-PROGRAMA
        "  AGUARDANDO O PRONTUARIO: " WS-TOTAL-EHR
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    IF WS-MODO-ANONIMIZAR
        MOVE SPACES TO LINHA-TEXTO
        STRING "ANONIMIZACAO - MESTRE: " WS-MESTRE-ANONIMIZADOS
            "  HISTORICO: " WS-HIST-ANONIMIZADOS
            "  LINHAS DA TRILHA: " WS-LINHAS-ANONIMIZADAS
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        MOVE SPACES TO LINHA-TEXTO
        STRING "COPIAS: TRILHA VIVA " WS-GRAVADAS-VIVA
            " LINHAS (MAIS O REGISTRO DO PEDIDO)  ARQUIVO MENSAL "
            WS-GRAVADAS-ARQMES " LINHAS"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
        MOVE SPACES TO LINHA-TEXTO
        STRING "NOME TROCADO POR ANONIMIZADO E NASCIMENTO PELO DIA 01 "
            "DO MES; ID, IDADE, SEXO E MEDICOES MANTIDOS"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-LGPDREL FROM LINHA-TEXTO
    END-IF.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-AUDITORIA
    IF WS-SEM-ARQMES = 'N'
        CLOSE ARQ-ARQMES
    END-IF
    IF WS-MODO-ANONIMIZAR
        CLOSE ARQ-AUDNOVO
        IF WS-SEM-ARQMES = 'N'
            CLOSE ARQ-ARQANON
        END-IF
    END-IF
    CLOSE ARQ-PACMEST
    IF WS-SEM-HISTORICO = 'N'
        CLOSE ARQ-HISTORICO
    END-IF
    IF WS-SEM-RECALLED = 'N'
        CLOSE ARQ-RECALLED
    END-IF
    IF WS-SEM-ALERTLIV = 'N'
        CLOSE ARQ-ALERTLIV
    END-IF
    IF WS-SEM-PROGPESO = 'N'
        CLOSE ARQ-PROGPESO
    END-IF
    IF WS-SEM-EHRPEND = 'N'
        CLOSE ARQ-EHRPEND
    END-IF
    IF WS-SEM-FILA-EHR = 'N'
        CLOSE ARQ-FILA-EHR
    END-IF
    CLOSE ARQ-LGPDREL.
