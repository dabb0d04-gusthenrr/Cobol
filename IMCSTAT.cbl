*> PERCENTUAIS POR CLASSIFICACAO ABERTOS POR SEXO E FAIXA ETARIA
*> (AS MESMAS FAIXAS DO CLASSIFICADOR), MEDIA DE IMC E DE RAZAO
*> CINTURA-ALTURA POR FAIXA, VOLUMES POR OPERADOR E POR DIA DA
*> SEMANA, E MOVIMENTO EM RELACAO AO MES ANTERIOR. MEDICOES DE
*> GESTANTES (CLASSIFICADAS NA CURVA GESTACIONAL) FICAM FORA DAS
*> TABELAS DE ADULTO/PEDIATRIA E SAEM EM SECAO PROPRIA, POR
*> TRIMESTRE. CORRECOES E ANULACOES GRAVADAS PELO IMCCORR SAO
*> APLICADAS ANTES DE ACUMULAR (MEDICAO ANULADA NAO E CONTADA).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-RELATMES  PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    COPY CORRECAO.
    01 WS-PERIODO          PIC 9(6) VALUE 0.
    01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
        02 WS-PERIODO-ANO  PIC 9(4).
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
        02 AL-SEMANA-GEST-N REDEFINES AL-SEMANA-GEST PIC 9(2).
        02 FILLER       PIC X(2).

    01 WS-DATA-LINHA       PIC 9(8) VALUE 0.
    01 WS-IDADE-LINHA      PIC 9(3) VALUE 0.
    01 WS-ALTURA-LINHA     PIC 9(3)V9 VALUE 0.
    01 WS-CINTURA-LINHA    PIC 9(3) VALUE 0.
    01 WS-IMC-LINHA        PIC 9(3)V99 VALUE 0.
    01 WS-RCA-LINHA        PIC 9V9999 VALUE 0.
    01 WS-MEDIA-IMC        PIC 9(3)V99 VALUE 0.
    01 WS-MEDIA-RCA        PIC 9V99 VALUE 0.
    01 WS-DELTA            PIC S9(7) VALUE 0.
    01 WS-TRIMESTRE        PIC 9(1) VALUE 0.
    01 WS-T                PIC 9(1) VALUE 0.
    01 WS-TOTAL-GESTANTES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-GEST-ANT   PIC 9(7) VALUE 0.

    01 TAB-CONTAGENS.
        02 TC-FAIXA OCCURS 5.
        02 TA-QTDE PIC 9(7) OCCURS 4 VALUE 0.
    01 TAB-CLASSIF-PERIODO.
        02 TP-QTDE PIC 9(7) OCCURS 4 VALUE 0.
*> GESTANTES: CLASSES DA CURVA GESTACIONAL (MESMOS TEXTOS GRAVADOS
*> PELO IMC/IMCLOTE NA AUDITORIA) ABERTAS POR TRIMESTRE.
    01 TAB-NOMES-CLASSIF-GEST.
        02 FILLER PIC X(10) VALUE "BAIXO PESO".
        02 FILLER PIC X(10) VALUE "ADEQUADO  ".
        02 FILLER PIC X(10) VALUE "SOBREPESO ".
        02 FILLER PIC X(10) VALUE "OBESIDADE ".
    01 TAB-NOMES-CLASSIF-GEST-R REDEFINES TAB-NOMES-CLASSIF-GEST.
        02 NOME-CLASSIF-GEST PIC X(10) OCCURS 4.
    01 TAB-NOMES-TRIMESTRES.
        02 FILLER PIC X(12) VALUE "1O TRIMESTRE".
        02 FILLER PIC X(12) VALUE "2O TRIMESTRE".
        02 FILLER PIC X(12) VALUE "3O TRIMESTRE".
    01 TAB-NOMES-TRIMESTRES-R REDEFINES TAB-NOMES-TRIMESTRES.
        02 NOME-TRIMESTRE PIC X(12) OCCURS 3.
    01 TAB-GESTANTES.
        02 TG-TRIMESTRE OCCURS 3.
            03 TG-CLASSIF-QTDE PIC 9(7) OCCURS 4 VALUE 0.
            03 TG-QTDE         PIC 9(7) VALUE 0.
            03 TG-SOMA-IMC     PIC 9(9)V99 VALUE 0.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-CLASSIF-DET.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
*> PRIMEIRA PASSADA: CORRECOES/ANULACOES DO IMCCORR, QUE PODEM VIR
*> DEPOIS DA LINHA ORIGINAL NA TRILHA.
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
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                MOVE LINHA-AUDITORIA TO LINHA-AUD-DET
                PERFORM 0920-APLICAR-CORRECAO
*> EVENTOS DE SEGURANCA/ALTERACAO (PACMANUT, IMC, OPERMANT) TEM
*> TEXTO LIVRE A PARTIR DA COLUNA 39 - NAO SAO MEDICOES E FICAM
*> FORA DA ESTATISTICA, ASSIM COMO A MEDICAO ANULADA.
                IF AL-ID IS NUMERIC AND WS-CORR-DESCARTAR = 'N'
                    IF AL-DATA (1:6) = WS-PERIODO
                        PERFORM 0200-ACUMULAR-LINHA
                    ELSE
    CLOSE ARQ-AUDITORIA.

0200-ACUMULAR-LINHA.
    IF AL-GESTANTE = 'S'
        PERFORM 0270-ACUMULAR-GESTANTE
    ELSE
        PERFORM 0205-ACUMULAR-NAO-GESTANTE
    END-IF.

0205-ACUMULAR-NAO-GESTANTE.
    COMPUTE WS-IDADE-LINHA = FUNCTION NUMVAL(AL-IDADE)
    IF AL-ALTURA-PRECISA IS NUMERIC
        MOVE AL-ALTURA-PRECISA-N TO WS-ALTURA-LINHA
    ELSE
        COMPUTE WS-ALTURA-LINHA = FUNCTION NUMVAL(AL-ALTURA)
    END-IF
    COMPUTE WS-CINTURA-LINHA = FUNCTION NUMVAL(AL-CINTURA)
    COMPUTE WS-IMC-LINHA = FUNCTION NUMVAL(AL-IMC)
    PERFORM 0210-DEFINIR-FAIXA
    ADD 1 TO TU-TOTAL (WS-UNID-ACHADA)
    ADD 1 TO TU-CLASSIF-QTDE (WS-UNID-ACHADA, WS-CLASSIF-IND).

*> A GESTANTE ENTRA NOS VOLUMES POR OPERADOR E POR DIA (E SESSAO
*> DO OPERADOR COMO QUALQUER OUTRA), MAS NAO NAS TABELAS DE
*> CLASSIFICACAO DE ADULTO/PEDIATRIA NEM NAS MEDIAS POR FAIXA.
0270-ACUMULAR-GESTANTE.
    COMPUTE WS-IMC-LINHA = FUNCTION NUMVAL(AL-IMC)
    PERFORM 0275-DEFINIR-TRIMESTRE
    MOVE 0 TO WS-CLASSIF-IND
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
        IF AL-CLASSIF = NOME-CLASSIF-GEST (WS-C)
            MOVE WS-C TO WS-CLASSIF-IND
        END-IF
    END-PERFORM
    IF WS-TRIMESTRE = 0 OR WS-CLASSIF-IND = 0
        DISPLAY "LINHA DE GESTANTE IGNORADA (SEMANA OU CLASSIFICACAO "
            "NAO RECONHECIDAS): " AL-ID " " AL-DATA
    ELSE
        ADD 1 TO WS-TOTAL-GESTANTES
        ADD 1 TO TG-CLASSIF-QTDE (WS-TRIMESTRE, WS-CLASSIF-IND)
        ADD 1 TO TG-QTDE (WS-TRIMESTRE)
        ADD WS-IMC-LINHA TO TG-SOMA-IMC (WS-TRIMESTRE)
        PERFORM 0240-ACUMULAR-OPERADOR
        PERFORM 0250-ACUMULAR-DIA-SEMANA
    END-IF.

*> TRIMESTRES: SEMANAS 1-13, 14-27 E 28 EM DIANTE.
0275-DEFINIR-TRIMESTRE.
    MOVE 0 TO WS-TRIMESTRE
    IF AL-SEMANA-GEST IS NUMERIC AND AL-SEMANA-GEST-N > 0
        IF AL-SEMANA-GEST-N <= 13
            MOVE 1 TO WS-TRIMESTRE
        ELSE
            IF AL-SEMANA-GEST-N <= 27
                MOVE 2 TO WS-TRIMESTRE
            ELSE
                MOVE 3 TO WS-TRIMESTRE
            END-IF
        END-IF
    END-IF.

0300-ACUMULAR-MES-ANTERIOR.
    IF AL-GESTANTE = 'S'
        ADD 1 TO WS-TOTAL-GEST-ANT
    ELSE
        PERFORM 0230-DEFINIR-CLASSIF
        IF WS-CLASSIF-IND > 0
            ADD 1 TO WS-TOTAL-ANTERIOR
            ADD 1 TO TA-QTDE (WS-CLASSIF-IND)
        END-IF
    END-IF.

0500-GRAVAR-RELATORIO.
    STRING "SESSOES NO PERIODO: " WS-TOTAL-PERIODO
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-RELATMES FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "SESSOES DE GESTANTES NO PERIODO (FORA DAS TABELAS DE "
        "ADULTO/PEDIATRIA): " WS-TOTAL-GESTANTES
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-RELATMES FROM LINHA-TEXTO
    IF WS-CORR-APLICADAS > 0 OR WS-CORR-ANULADAS > 0
        MOVE SPACES TO LINHA-TEXTO
        STRING "MEDICOES CORRIGIDAS PELO IMCCORR: " WS-CORR-APLICADAS
            "  ANULADAS (FORA DA ESTATISTICA): " WS-CORR-ANULADAS
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-RELATMES FROM LINHA-TEXTO
    END-IF
    IF WS-TOTAL-PERIODO = 0 AND WS-TOTAL-GESTANTES = 0
        MOVE "SEM MOVIMENTO NO PERIODO SOLICITADO" TO LINHA-TEXTO
        WRITE LINHA-RELATMES FROM LINHA-TEXTO
        CLOSE ARQ-RELATMES
        PERFORM 0530-SECAO-OPERADORES
        PERFORM 0540-SECAO-DIAS
        PERFORM 0550-SECAO-MOVIMENTO
        PERFORM 0560-SECAO-GESTANTES
        CLOSE ARQ-RELATMES
    END-IF.

    COMPUTE WS-DELTA = WS-TOTAL-PERIODO - WS-TOTAL-ANTERIOR
    MOVE WS-DELTA TO LMV-DELTA
    WRITE LINHA-RELATMES FROM LINHA-MOVIMENTO.

0560-SECAO-GESTANTES.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-RELATMES FROM LINHA-TEXTO
    MOVE "GESTANTES - CLASSIFICACAO NA CURVA GESTACIONAL POR TRIMESTRE"
        TO LINHA-TEXTO
    WRITE LINHA-RELATMES FROM LINHA-TEXTO
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
        IF TG-QTDE (WS-T) > 0
            COMPUTE WS-MEDIA-IMC ROUNDED =
                TG-SOMA-IMC (WS-T) / TG-QTDE (WS-T)
            MOVE WS-MEDIA-IMC TO LFM-MEDIA-IMC
            MOVE SPACES TO LINHA-TEXTO
            STRING NOME-TRIMESTRE (WS-T) " - SESSOES " TG-QTDE (WS-T)
                " - IMC MEDIO " LFM-MEDIA-IMC
                DELIMITED BY SIZE INTO LINHA-TEXTO
            WRITE LINHA-RELATMES FROM LINHA-TEXTO
            PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
                MOVE NOME-CLASSIF-GEST (WS-C) TO LCD-CLASSIF
                MOVE TG-CLASSIF-QTDE (WS-T, WS-C) TO LCD-QTDE
                COMPUTE WS-PCT ROUNDED =
                    TG-CLASSIF-QTDE (WS-T, WS-C) * 100
                    / TG-QTDE (WS-T)
                MOVE WS-PCT TO LCD-PCT
                WRITE LINHA-RELATMES FROM LINHA-CLASSIF-DET
            END-PERFORM
        END-IF
    END-PERFORM
    MOVE "GESTANTES " TO LMV-CLASSIF
    MOVE WS-TOTAL-GESTANTES TO LMV-ATUAL
    MOVE WS-TOTAL-GEST-ANT TO LMV-ANTERIOR
    COMPUTE WS-DELTA = WS-TOTAL-GESTANTES - WS-TOTAL-GEST-ANT
    MOVE WS-DELTA TO LMV-DELTA
    MOVE "  MOVIMENTO      MES ATUAL  MES ANT.  DIFERENCA"
        TO LINHA-TEXTO
    WRITE LINHA-RELATMES FROM LINHA-TEXTO
    WRITE LINHA-RELATMES FROM LINHA-MOVIMENTO.

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
