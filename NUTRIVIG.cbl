*> DO PRAZO; O RESUMO DE REMESSA SAI EM DD VIGRESUM.
*> PACIENTES FUNDIDOS PELO PACMERGE SAO REMETIDOS SOB O ID
*> SOBREVIVENTE, COM A DEMOGRAFIA DO SOBREVIVENTE.
*> MEDICOES DE GESTANTES SAEM MARCADAS (COLUNAS 47-49) COM A
*> CLASSE DA CURVA GESTACIONAL E SAO TOTALIZADAS A PARTE NO RESUMO.
*> CORRECOES E ANULACOES GRAVADAS PELO IMCCORR SAO APLICADAS: A
*> MEDICAO CORRIGIDA SAI COM OS VALORES CORRIGIDOS E A ANULADA NAO
*> E REMETIDA.
*> CODIGOS DE RETORNO: 0 = REMESSA LIMPA; 4 = REGISTROS
*> CRITICADOS NA LISTAGEM; 16 = ERRO DE ARQUIVO OU SYSIN.

        02 VIG-PESO-KG      PIC 9(3).
        02 VIG-ALTURA-CM    PIC 9(3).
        02 VIG-CLASSIF      PIC X(10).
*> COLUNAS 43-46: GRAMAS DO PESO E MILIMETRO DA ALTURA (KG E CM
*> INTEIROS ACIMA, SEM ARREDONDAR).
        02 VIG-PESO-GRAMAS  PIC 9(3).
        02 VIG-ALTURA-MM    PIC 9(1).
*> COLUNAS 47-49: 'S' E SEMANA GESTACIONAL PARA GESTANTES (CLASSE
*> ACIMA NA CURVA GESTACIONAL); 'N' E 00 PARA AS DEMAIS.
        02 VIG-GESTANTE     PIC X(1).
        02 VIG-SEMANA-GEST  PIC 9(2).

FD  ARQ-VIGERROS.
    01 LINHA-VIGERROS PIC X(100).
    01 WS-STATUS-VIGRESUM  PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    COPY CORRECAO.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-DATA-INICIO      PIC 9(8) VALUE 0.
    01 WS-DATA-FIM         PIC 9(8) VALUE 0.
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
    01 WS-ID-REMESSA       PIC 9(6) VALUE 0.
        02 FILLER PIC X(10) VALUE "OBESIDADE ".
    01 TAB-NOMES-CLASSIF-R REDEFINES TAB-NOMES-CLASSIF.
        02 NOME-CLASSIF PIC X(10) OCCURS 4.
    01 TAB-NOMES-CLASSIF-GEST.
        02 FILLER PIC X(10) VALUE "BAIXO PESO".
        02 FILLER PIC X(10) VALUE "ADEQUADO  ".
        02 FILLER PIC X(10) VALUE "SOBREPESO ".
        02 FILLER PIC X(10) VALUE "OBESIDADE ".
    01 TAB-NOMES-CLASSIF-GEST-R REDEFINES TAB-NOMES-CLASSIF-GEST.
        02 NOME-CLASSIF-GEST PIC X(10) OCCURS 4.
    01 WS-C                PIC 9(1) VALUE 0.
    01 WS-CLASSIF-VALIDA   PIC X(1) VALUE 'N'.
    01 WS-PESO-LINHA       PIC 9(3)V999 VALUE 0.
    01 WS-PESO-LINHA-R REDEFINES WS-PESO-LINHA.
        02 WS-PESO-LINHA-KG     PIC 9(3).
        02 WS-PESO-LINHA-GRAMAS PIC 9(3).
    01 WS-ALTURA-LINHA     PIC 9(3)V9 VALUE 0.
    01 WS-ALTURA-LINHA-R REDEFINES WS-ALTURA-LINHA.
        02 WS-ALTURA-LINHA-CM   PIC 9(3).
        02 WS-ALTURA-LINHA-MM   PIC 9(1).

    01 WS-TOTAL-LIDAS      PIC 9(7) VALUE 0.
    01 WS-TOTAL-PERIODO    PIC 9(7) VALUE 0.
    01 WS-TOTAL-REMETIDAS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-CRITICADAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-REDIRIGIDAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-GESTANTES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-NAO-GESTANTES PIC 9(7) VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    DISPLAY "PERIODO DA REMESSA: " WS-DATA-INICIO " A " WS-DATA-FIM

    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0150-CARREGAR-CORRECOES
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-VIGERROS FROM LINHA-TEXTO.

0150-CARREGAR-CORRECOES.
*> PRIMEIRA PASSADA: EVENTOS DE CORRECAO/ANULACAO DO IMCCORR NA
*> TRILHA VIVA E NO ARQUIVO MENSAL; OS ARQUIVOS SAO REABERTOS PARA
*> A EXTRACAO.
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

0200-TRATAR-LINHA.
    ADD 1 TO WS-TOTAL-LIDAS
    PERFORM 0920-APLICAR-CORRECAO
*> EVENTOS DE SEGURANCA/ALTERACAO E LINHAS ILEGIVEIS NAO SAO
*> MEDICOES E FICAM FORA DA REMESSA, ASSIM COMO A MEDICAO ANULADA.
    IF AL-ID IS NUMERIC AND AL-DATA IS NUMERIC
       AND WS-CORR-DESCARTAR = 'N'
        MOVE AL-DATA TO WS-DATA-LINHA
        IF WS-DATA-LINHA >= WS-DATA-INICIO
           AND WS-DATA-LINHA <= WS-DATA-FIM
    END-IF
*> PESO E ALTURA CHEGAM DA AUDITORIA EM PICTURE EDITADA (ZZ9,
*> ESPACO A ESQUERDA ABAIXO DE 100) - CONVERTER COM NUMVAL COMO
*> O IMCSTAT E O IMCHIST JA FAZEM, E CRITICAR SOBRE O ZERO. AS
*> LINHAS COM PESO/ALTURA EXATOS NO FIM USAM ESSES VALORES.
    IF WS-REGISTRO-OK = 'S'
        IF AL-PESO-PRECISO IS NUMERIC
            MOVE AL-PESO-PRECISO-N TO WS-PESO-LINHA
        ELSE
            COMPUTE WS-PESO-LINHA = FUNCTION NUMVAL(AL-PESO)
        END-IF
        IF WS-PESO-LINHA = 0
            MOVE 'N' TO WS-REGISTRO-OK
            MOVE "PESO AUSENTE OU ILEGIVEL" TO WS-MOTIVO-CRITICA
        END-IF
    END-IF
    IF WS-REGISTRO-OK = 'S'
        IF AL-ALTURA-PRECISA IS NUMERIC
            MOVE AL-ALTURA-PRECISA-N TO WS-ALTURA-LINHA
        ELSE
            COMPUTE WS-ALTURA-LINHA = FUNCTION NUMVAL(AL-ALTURA)
        END-IF
        IF WS-ALTURA-LINHA = 0
            MOVE 'N' TO WS-REGISTRO-OK
            MOVE "ALTURA AUSENTE OU ILEGIVEL" TO WS-MOTIVO-CRITICA
        END-IF
    END-IF
*> GESTANTE: SEXO F, SEMANA 01-42 E CLASSE DA CURVA GESTACIONAL.
    IF WS-REGISTRO-OK = 'S' AND AL-GESTANTE = 'S'
        IF PACM-SEXO NOT = 'F'
            MOVE 'N' TO WS-REGISTRO-OK
            MOVE "GESTANTE COM SEXO M NO MESTRE" TO WS-MOTIVO-CRITICA
        ELSE
            IF AL-SEMANA-GEST NOT NUMERIC
               OR AL-SEMANA-GEST-N < 1 OR AL-SEMANA-GEST-N > 42
                MOVE 'N' TO WS-REGISTRO-OK
                MOVE "SEMANA GESTACIONAL INVALIDA"
                    TO WS-MOTIVO-CRITICA
            END-IF
        END-IF
    END-IF
    IF WS-REGISTRO-OK = 'S'
        MOVE 'N' TO WS-CLASSIF-VALIDA
        PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
            IF AL-GESTANTE = 'S'
                IF AL-CLASSIF = NOME-CLASSIF-GEST (WS-C)
                    MOVE 'S' TO WS-CLASSIF-VALIDA
                END-IF
            ELSE
                IF AL-CLASSIF = NOME-CLASSIF (WS-C)
                    MOVE 'S' TO WS-CLASSIF-VALIDA
                END-IF
            END-IF
        END-PERFORM
        IF WS-CLASSIF-VALIDA = 'N'
    END-IF
    MOVE PACM-SEXO      TO VIG-SEXO
    MOVE PACM-DATA-NASC TO VIG-DATA-NASC
    MOVE WS-PESO-LINHA-KG     TO VIG-PESO-KG
    MOVE WS-ALTURA-LINHA-CM   TO VIG-ALTURA-CM
    MOVE WS-PESO-LINHA-GRAMAS TO VIG-PESO-GRAMAS
    MOVE WS-ALTURA-LINHA-MM   TO VIG-ALTURA-MM
    MOVE AL-CLASSIF     TO VIG-CLASSIF
    IF AL-GESTANTE = 'S'
        ADD 1 TO WS-TOTAL-GESTANTES
        MOVE 'S' TO VIG-GESTANTE
        MOVE AL-SEMANA-GEST-N TO VIG-SEMANA-GEST
    ELSE
        MOVE 'N' TO VIG-GESTANTE
        MOVE 0 TO VIG-SEMANA-GEST
    END-IF
    WRITE REG-VIGSAIDA.

0400-GRAVAR-RESUMO.
    STRING "REMETIDAS SOB ID SOBREVIVENTE (FUSAO): "
        WS-TOTAL-REDIRIGIDAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-VIGRESUM FROM LINHA-TEXTO
    COMPUTE WS-TOTAL-NAO-GESTANTES =
        WS-TOTAL-REMETIDAS - WS-TOTAL-GESTANTES
    MOVE SPACES TO LINHA-TEXTO
    STRING "REMETIDAS DE GESTANTES (CURVA GESTACIONAL): "
        WS-TOTAL-GESTANTES
        "  DEMAIS: " WS-TOTAL-NAO-GESTANTES
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-VIGRESUM FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "MEDICOES CORRIGIDAS NA ORIGEM (IMCCORR): "
        WS-CORR-APLICADAS
        "  ANULADAS (NAO REMETIDAS): " WS-CORR-ANULADAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-VIGRESUM FROM LINHA-TEXTO.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-VIGSAIDA
    CLOSE ARQ-VIGERROS
    CLOSE ARQ-VIGRESUM.

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
