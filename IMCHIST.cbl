*> OPERADOR, PESO, ALTURA, CINTURA, IMC, CLASSIFICACAO E A
*> VARIACAO DE IMC DESDE A VISITA ANTERIOR. O POSTO DE ENFERMAGEM
*> IMPRIME ESTE QUADRO ANTES DE CADA CONSULTA DE RETORNO.
*> VISITAS DE GESTANTE SAEM MARCADAS COM "G" E A SEMANA GESTACIONAL
*> (CLASSE NA CURVA GESTACIONAL, NAO NO CORTE DE ADULTO).
*> CORRECOES E ANULACOES FEITAS PELO IMCCORR SAO APLICADAS: A VISITA
*> CORRIGIDA SAI COM OS VALORES CORRIGIDOS E MARCADA COM "*" NA
*> ULTIMA COLUNA; A VISITA ANULADA NAO ENTRA NO QUADRO.
*> FUSOES DO PACMERGE SAO RESPEITADAS: UM ID JA FUNDIDO E
*> REDIRECIONADO PARA O SOBREVIVENTE, E O QUADRO DO SOBREVIVENTE
*> INCLUI AS VISITAS REGISTRADAS SOB OS IDS ANTIGOS FUNDIDOS NELE.
        02 SORT-DATA     PIC 9(8).
        02 SORT-HORA     PIC 9(8).
        02 SORT-OPERADOR PIC X(20).
        02 SORT-PESO     PIC 9(3)V999.
        02 SORT-ALTURA   PIC 9(3)V9.
        02 SORT-CINTURA  PIC 9(3).
        02 SORT-IMC      PIC 9(3)V99.
        02 SORT-CLASSIF  PIC X(10).
        02 SORT-UNIDADE  PIC X(3).
        02 SORT-GESTACAO PIC X(3).
        02 SORT-CORRIGIDA PIC X(1).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
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
*> MARCA DE GESTANTE E SEMANA GESTACIONAL (COLUNAS 116-118).
        02 AL-GESTANTE  PIC X(1).
        02 AL-SEMANA-GEST PIC X(2).
        02 FILLER       PIC X(2).

    01 WS-ID-LINHA         PIC X(6) VALUE SPACES.
    01 WS-TOTAL-VISITAS    PIC 9(7) VALUE 0.
    01 WS-IMC-ANTERIOR     PIC 9(3)V99 VALUE 0.
    01 WS-DELTA-IMC        PIC S9(3)V99 VALUE 0.
    01 WS-PRIMEIRA-VISITA  PIC X(1) VALUE 'S'.
    COPY CORRECAO.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-QUADRO-CAB.
        02 FILLER PIC X(10) VALUE "DATA      ".
        02 FILLER PIC X(7)  VALUE "HORA   ".
        02 FILLER PIC X(21) VALUE "OPERADOR             ".
        02 FILLER PIC X(8)  VALUE "PESO    ".
        02 FILLER PIC X(6)  VALUE "ALT.  ".
        02 FILLER PIC X(6)  VALUE "CINT. ".
        02 FILLER PIC X(8)  VALUE "IMC     ".
        02 FILLER PIC X(12) VALUE "CLASSIF.    ".
        02 FILLER PIC X(12) VALUE "VARIACAO".
        02 FILLER PIC X(10) VALUE "UNID. GES.".
    01 LINHA-QUADRO-DET.
        02 LQD-DATA      PIC 9(8).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LQD-OPERADOR  PIC X(20).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LQD-PESO      PIC ZZ9.999.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LQD-ALTURA    PIC ZZ9.9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LQD-CINTURA   PIC ZZ9.
        02 FILLER        PIC X(3) VALUE SPACES.
        02 LQD-IMC       PIC ZZZ.99.
        02 LQD-VARIACAO  PIC X(10).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LQD-UNIDADE   PIC X(3).
        02 FILLER        PIC X(3) VALUE SPACES.
        02 LQD-GESTACAO  PIC X(3).
        02 LQD-CORRIGIDA PIC X(1).
    01 WS-VARIACAO-ED    PIC +ZZ9.99.

PROCEDURE DIVISION.
    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0150-LER-MESTRE
    PERFORM 0160-REDIRECIONAR-FUNDIDO
    PERFORM 0170-CARREGAR-CORRECOES
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-DATA
        ON ASCENDING KEY SORT-HORA
        DISPLAY "LINHAS DE AUDITORIA DO PACIENTE IGNORADAS "
            "(DATA OU IMC ILEGIVEIS): " WS-LINHAS-IGNORADAS
    END-IF
    IF WS-CORR-APLICADAS > 0 OR WS-CORR-ANULADAS > 0
        DISPLAY "VISITAS CORRIGIDAS (IMCCORR): " WS-CORR-APLICADAS
            "  ANULADAS E OMITIDAS: " WS-CORR-ANULADAS
    END-IF
    IF WS-TOTAL-VISITAS = 0
        DISPLAY "NENHUMA VISITA NA AUDITORIA PARA O PACIENTE "
            WS-ID-PEDIDO
        STOP RUN
    END-IF.

0170-CARREGAR-CORRECOES.
*> PRIMEIRA PASSADA: EVENTOS DE CORRECAO/ANULACAO DO IMCCORR (NA
*> TRILHA VIVA OU JA ARQUIVADOS), QUE PODEM TER SIDO GRAVADOS MESES
*> DEPOIS DA VISITA. OS ARQUIVOS SAO REABERTOS PARA A SELECAO.
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

0200-SELECIONAR-VISITAS.
*> A AUDITORIA VIVA E O ARQUIVO MENSAL SAO DISJUNTOS POR CONSTRUCAO
*> (O AUDARQV SO EXPURGA O QUE JA CONFERIU NA COPIA), ENTAO AS DUAS
            END-IF
        END-IF
    END-IF
    IF WS-LINHA-DO-PACIENTE = 'S'
        PERFORM 0920-APLICAR-CORRECAO
        IF WS-CORR-DESCARTAR = 'S'
            MOVE 'N' TO WS-LINHA-DO-PACIENTE
        END-IF
    END-IF
    IF WS-LINHA-DO-PACIENTE = 'S'
        IF AL-DATA IS NUMERIC AND AL-HORA IS NUMERIC
            MOVE AL-DATA TO SORT-DATA
            MOVE AL-HORA TO SORT-HORA
            MOVE AL-OPERADOR TO SORT-OPERADOR
            IF AL-PESO-PRECISO IS NUMERIC
                MOVE AL-PESO-PRECISO-N TO SORT-PESO
            ELSE
                COMPUTE SORT-PESO = FUNCTION NUMVAL(AL-PESO)
            END-IF
            IF AL-ALTURA-PRECISA IS NUMERIC
                MOVE AL-ALTURA-PRECISA-N TO SORT-ALTURA
            ELSE
                COMPUTE SORT-ALTURA = FUNCTION NUMVAL(AL-ALTURA)
            END-IF
            COMPUTE SORT-CINTURA = FUNCTION NUMVAL(AL-CINTURA)
            COMPUTE SORT-IMC = FUNCTION NUMVAL(AL-IMC)
            MOVE AL-CLASSIF TO SORT-CLASSIF
            MOVE AL-UNIDADE TO SORT-UNIDADE
            MOVE SPACES TO SORT-GESTACAO
            IF AL-GESTANTE = 'S'
                STRING "G" AL-SEMANA-GEST DELIMITED BY SIZE
                    INTO SORT-GESTACAO
            END-IF
            IF WS-CORR-ACHADA > 0
                MOVE '*' TO SORT-CORRIGIDA
            ELSE
                MOVE SPACE TO SORT-CORRIGIDA
            END-IF
            IF WS-NOME-QUADRO = SPACES
                MOVE AL-NOME TO WS-NOME-QUADRO
            END-IF
            " VISITAS DE IDS ANTIGOS FUNDIDOS NESTE PACIENTE)"
            DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-HISTREL FROM LINHA-TEXTO
    END-IF
    IF WS-CORR-APLICADAS > 0
        MOVE "  * = VISITA CORRIGIDA PELO IMCCORR (VALORES CORRIGIDOS)"
            TO LINHA-TEXTO
        WRITE LINHA-HISTREL FROM LINHA-TEXTO
    END-IF
    IF WS-CORR-ANULADAS > 0
        MOVE SPACES TO LINHA-TEXTO
        STRING "  VISITAS ANULADAS PELO IMCCORR (OMITIDAS): "
            WS-CORR-ANULADAS DELIMITED BY SIZE INTO LINHA-TEXTO
        WRITE LINHA-HISTREL FROM LINHA-TEXTO
    END-IF.

0410-GRAVAR-VISITA.
    MOVE SORT-IMC      TO LQD-IMC
    MOVE SORT-CLASSIF  TO LQD-CLASSIF
    MOVE SORT-UNIDADE  TO LQD-UNIDADE
    MOVE SORT-GESTACAO TO LQD-GESTACAO
    MOVE SORT-CORRIGIDA TO LQD-CORRIGIDA
    IF WS-PRIMEIRA-VISITA = 'S'
        MOVE "PRIMEIRA" TO LQD-VARIACAO
        MOVE 'N' TO WS-PRIMEIRA-VISITA
        CLOSE ARQ-PACMEST
    END-IF
    CLOSE ARQ-HISTREL.

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
