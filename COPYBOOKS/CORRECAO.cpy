*> CORRECAO E ANULACAO DE MEDICAO JA PROCESSADA (GRAVADAS PELO
*> IMCCORR NA TRILHA DE AUDITORIA). A LINHA ORIGINAL NUNCA E
*> ALTERADA: O EVENTO REFERENCIA A MEDICAO PELO ID, DATA E HORA DA
*> LINHA ORIGINAL E OS LEITORES DA TRILHA (IMCHIST, IMCSTAT,
*> HISTREBD, NUTRIVIG) CARREGAM OS EVENTOS NUMA PRIMEIRA PASSADA E
*> OS APLICAM NO LUGAR DA LINHA ORIGINAL - CORRECAO TROCA PESO,
*> ALTURA, CINTURA, IMC E CLASSIFICACAO; ANULACAO DESCARTA A
*> MEDICAO. HAVENDO MAIS DE UM EVENTO PARA A MESMA MEDICAO, VALE O
*> MAIS RECENTE. COLUNAS 1-38 COMO NAS LINHAS DE MEDICAO (DATA,
*> HORA E OPERADOR DO EVENTO); O TEXTO COMECA POR LETRA, ENTAO OS
*> PROGRAMAS QUE SO LEEM MEDICOES O IGNORAM. CADA EVENTO E SEGUIDO
*> DE UMA LINHA "MOTIVO" COM A JUSTIFICATIVA DIGITADA.
    01 LINHA-AUD-CORRECAO.
        02 LCR-DATA       PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCR-HORA       PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCR-OPERADOR   PIC X(20).
        02 LCR-TIPO       PIC X(9).
            88 LCR-CORRECAO VALUE "CORRECAO ".
            88 LCR-ANULACAO VALUE "ANULACAO ".
            88 LCR-MOTIVO   VALUE "MOTIVO   ".
        02 LCR-ID         PIC 9(6).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCR-DATA-ORIG  PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCR-HORA-ORIG  PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 LCR-DADOS      PIC X(48).
        02 LCR-VALORES REDEFINES LCR-DADOS.
            03 LCR-PESO     PIC 9(3)V999.
            03 FILLER       PIC X(1).
            03 LCR-ALTURA   PIC 9(3)V9.
            03 FILLER       PIC X(1).
            03 LCR-CINTURA  PIC 9(3).
            03 FILLER       PIC X(1).
            03 LCR-IMC      PIC 9(3)V99.
            03 FILLER       PIC X(1).
            03 LCR-CLASSIF  PIC X(10).
            03 FILLER       PIC X(16).
*> EVENTOS CARREGADOS PELOS LEITORES (UMA ENTRADA POR MEDICAO
*> CORRIGIDA OU ANULADA; TIPO 'C' OU 'A').
    01 TAB-CORRECOES.
        02 CR-ENTRADA OCCURS 1000.
            03 CR-ID        PIC 9(6).
            03 CR-DATA-ORIG PIC 9(8).
            03 CR-HORA-ORIG PIC 9(8).
            03 CR-TIPO      PIC X(1).
            03 CR-EVENTO    PIC 9(16).
            03 CR-PESO      PIC 9(3)V999.
            03 CR-ALTURA    PIC 9(3)V9.
            03 CR-CINTURA   PIC 9(3).
            03 CR-IMC       PIC 9(3)V99.
            03 CR-CLASSIF   PIC X(10).
    01 CAMPOS-CORRECAO.
        02 WS-CORR-QTDE     PIC 9(4) VALUE 0.
        02 WS-CORR-LIMITE   PIC 9(4) VALUE 1000.
        02 WS-CORR-I        PIC 9(4) VALUE 0.
        02 WS-CORR-ACHADA   PIC 9(4) VALUE 0.
        02 WS-CORR-EVENTO   PIC 9(16) VALUE 0.
        02 WS-CORR-DESCARTAR PIC X(1) VALUE 'N'.
        02 WS-CORR-BUSCA-ID   PIC 9(6) VALUE 0.
        02 WS-CORR-BUSCA-DATA PIC 9(8) VALUE 0.
        02 WS-CORR-BUSCA-HORA PIC 9(8) VALUE 0.
        02 WS-CORR-APLICADAS  PIC 9(7) VALUE 0.
        02 WS-CORR-ANULADAS   PIC 9(7) VALUE 0.
        02 WS-CORR-ED-IMC     PIC ZZZ.99.
        02 WS-CORR-ED-CINTURA PIC ZZ9.
