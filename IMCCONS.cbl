IDENTIFICATION DIVISION.
PROGRAM-ID. IMCCONS.

*> CONSISTENCIA DAS MEDICOES ENTRE VISITAS, PARA OS COORDENADORES
*> DAS UNIDADES. AS FAIXAS DO IMC/IMCLOTE SO CRITICAM CADA MEDICAO
*> ISOLADA; ESTE PROGRAMA, RODADO PERIODICAMENTE, COMPARA CADA
*> MEDICAO DO PERIODO INFORMADO NO SYSIN (DUAS LINHAS: DATA INICIAL
*> E DATA FINAL, AAAAMMDD) COM O CADASTRO MESTRE (DD PACMEST) E COM
*> A VISITA ANTERIOR DO MESMO PACIENTE (MESMO QUE ANTERIOR AO
*> PERIODO), VARRENDO A AUDITORIA VIVA (DD AUDITORI) E, QUANDO
*> ALOCADO, O ARQUIVO MENSAL DO AUDARQV (DD ARQMES). OCORRENCIAS:
*>   SX = SEXO DA MEDICAO DIFERENTE DO MESTRE;
*>   ID = IDADE DA MEDICAO DIFERENTE DA IDADE PELO NASCIMENTO DO
*>        MESTRE NA DATA DA MEDICAO;
*>   AQ = ALTURA CAIU MAIS QUE CONSIST-ALTURA-CM DESDE A VISITA
*>        ANTERIOR (QUALQUER IDADE);
*>   AA = ALTURA SUBIU MAIS QUE CONSIST-ALTURA-CM EM ADULTO;
*>   PS = PESO VARIOU MAIS QUE CONSIST-PESO-KG-DIA POR DIA DECORRIDO
*>        (NAO APLICADO LOGO APOS MEDICAO DE GESTANTE - O PARTO);
*>   SV/IV = SEXO MUDOU OU IDADE INCOERENTE ENTRE VISITAS DE
*>        PACIENTE SEM CADASTRO NO MESTRE;
*>   DG = IDADE/SEXO DIGITADOS NA ADMISSAO DIVERGENTES DO MESTRE
*>        (EVENTO DIVERGENCIA GRAVADO PELO IMCLOTE).
*> TOLERANCIAS VEM DO PARMIMC. CORRECOES E ANULACOES DO IMCCORR SAO
*> APLICADAS ANTES DA COMPARACAO; PACIENTES FUNDIDOS PELO PACMERGE
*> SAO AVALIADOS SOB O ID SOBREVIVENTE.
*> SAIDA (DD CONSREL): OCORRENCIAS POR UNIDADE E PACIENTE, COM O
*> OPERADOR QUE GRAVOU A MEDICAO, E QUADRO POR UNIDADE E OPERADOR
*> (MEDICOES DO PERIODO E OCORRENCIAS POR TIPO) PARA O RETREINAMENTO
*> DA EQUIPE E A CORRECAO DA ORIGEM (IMCCORR / PACMANUT).
*> CODIGOS DE RETORNO: 0 = NENHUMA OCORRENCIA; 4 = OCORRENCIAS NO
*> RELATORIO; 16 = ERRO DE ARQUIVO OU SYSIN.

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
    SELECT ARQ-CONSREL ASSIGN TO CONSREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-CONSREL.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
    SELECT ARQ-SORT ASSIGN TO SORTWK01.
    SELECT ARQ-SORT-ACHADO ASSIGN TO SORTWK02.

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

FD  ARQ-CONSREL.
    01 LINHA-CONSREL PIC X(100).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

*> TIPO '1' = MEDICAO; '2' = EVENTO DIVERGENCIA DO IMCLOTE (MESMA
*> DATA/HORA DA MEDICAO, ORDENADO LOGO DEPOIS DELA). NO EVENTO, OS
*> CAMPOS DE IDADE/SEXO LEVAM OS VALORES DIGITADOS E OS DO MESTRE.
SD  ARQ-SORT.
    01 REG-SORT.
        02 SORT-ID        PIC 9(6).
        02 SORT-DATA      PIC 9(8).
        02 SORT-HORA      PIC 9(8).
        02 SORT-TIPO      PIC X(1).
        02 SORT-OPERADOR  PIC X(20).
        02 SORT-UNIDADE   PIC X(3).
        02 SORT-NOME      PIC X(20).
        02 SORT-IDADE     PIC X(3).
        02 SORT-SEXO      PIC X(1).
        02 SORT-PESO      PIC 9(3)V999.
        02 SORT-ALTURA    PIC 9(3)V9.
        02 SORT-GESTANTE  PIC X(1).
        02 SORT-MES-IDADE PIC X(3).
        02 SORT-MES-SEXO  PIC X(1).

SD  ARQ-SORT-ACHADO.
    01 REG-SORT-ACHADO.
        02 SC-UNIDADE   PIC X(3).
        02 SC-ID        PIC 9(6).
        02 SC-DATA      PIC 9(8).
        02 SC-HORA      PIC 9(8).
        02 SC-CODIGO    PIC X(2).
        02 SC-OPERADOR  PIC X(20).
        02 SC-NOME      PIC X(20).
        02 SC-NASC      PIC 9(8).
        02 SC-SEXO      PIC X(1).
        02 SC-TEXTO     PIC X(50).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQMES    PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-CONSREL   PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-FIM-SORT         PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    COPY CORRECAO.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-DATA-INICIO      PIC 9(8) VALUE 0.
    01 WS-DATA-FIM         PIC 9(8) VALUE 0.
    01 IDADE-ADULTA        PIC 9(3) VALUE 18.
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
*> EVENTO DIVERGENCIA DO IMCLOTE (TEXTO A PARTIR DA COLUNA 39):
*> "DIVERGENCIA <ID> IDADE DIGITADA <DIG> MESTRE <MES> SEXO
*> DIGITADO <D> MESTRE <M>".
    01 LINHA-AUD-DIVERGENCIA REDEFINES LINHA-AUD-DET.
        02 ADV-DATA          PIC X(8).
        02 FILLER            PIC X(1).
        02 ADV-HORA          PIC X(8).
        02 FILLER            PIC X(1).
        02 ADV-OPERADOR      PIC X(20).
        02 ADV-EVENTO        PIC X(12).
        02 ADV-ID            PIC X(6).
        02 FILLER            PIC X(16).
        02 ADV-IDADE-DIG     PIC X(3).
        02 FILLER            PIC X(8).
        02 ADV-IDADE-MES     PIC X(3).
        02 FILLER            PIC X(15).
        02 ADV-SEXO-DIG      PIC X(1).
        02 FILLER            PIC X(8).
        02 ADV-SEXO-MES      PIC X(1).
        02 FILLER            PIC X(7).

    01 WS-ID-LINHA         PIC 9(6) VALUE 0.
    01 WS-DATA-LINHA       PIC 9(8) VALUE 0.
    01 WS-PESO-LINHA       PIC 9(3)V999 VALUE 0.
    01 WS-ALTURA-LINHA     PIC 9(3)V9 VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.
    01 WS-SEGUIR-FUSAO     PIC X(1) VALUE 'N'.

*> PACIENTE EM AVALIACAO (GRUPO DO SORT) E A VISITA ANTERIOR DELE.
    01 WS-GRUPO-ID         PIC 9(6) VALUE 0.
    01 WS-GRUPO-ABERTO     PIC X(1) VALUE 'N'.
    01 WS-GRUPO-NO-MESTRE  PIC X(1) VALUE 'N'.
    01 WS-GRUPO-NOME       PIC X(20) VALUE SPACES.
    01 WS-GRUPO-NASC       PIC 9(8) VALUE 0.
    01 WS-GRUPO-SEXO       PIC X(1) VALUE SPACE.
    01 WS-GRUPO-ACHADOS    PIC 9(5) VALUE 0.
    01 WS-ANT-EXISTE       PIC X(1) VALUE 'N'.
    01 WS-ANT-DATA         PIC 9(8) VALUE 0.
    01 WS-ANT-PESO         PIC 9(3)V999 VALUE 0.
    01 WS-ANT-ALTURA       PIC 9(3)V9 VALUE 0.
    01 WS-ANT-IDADE        PIC 9(3) VALUE 0.
    01 WS-ANT-IDADE-OK     PIC X(1) VALUE 'N'.
    01 WS-ANT-IDADE-REF    PIC 9(3) VALUE 0.
    01 WS-ANT-SEXO         PIC X(1) VALUE SPACE.
    01 WS-ANT-GESTANTE     PIC X(1) VALUE 'N'.
    01 WS-ULT-DATA         PIC 9(8) VALUE 0.
    01 WS-ULT-HORA         PIC 9(8) VALUE 0.
    01 WS-ULT-UNIDADE      PIC X(3) VALUE SPACES.

*> MEDICAO CORRENTE.
    01 WS-NO-PERIODO       PIC X(1) VALUE 'N'.
    01 WS-IDADE-LINHA      PIC 9(3) VALUE 0.
    01 WS-IDADE-OK         PIC X(1) VALUE 'N'.
    01 WS-IDADE-MESTRE     PIC 9(3) VALUE 0.
    01 WS-IDADE-REF        PIC 9(3) VALUE 0.
    01 WS-DIAS-ANT         PIC 9(8) VALUE 0.
    01 WS-DIAS-LINHA       PIC 9(8) VALUE 0.
    01 WS-DIAS-DECORRIDOS  PIC 9(5) VALUE 0.
    01 WS-ANOS-DECORRIDOS  PIC 9(3) VALUE 0.
    01 WS-VAR-PESO         PIC 9(3)V999 VALUE 0.
    01 WS-LIMITE-PESO      PIC 9(7)V9 VALUE 0.
    01 WS-VAR-ALTURA       PIC 9(3)V9 VALUE 0.
    01 WS-ED-PESO-1        PIC ZZ9.999.
    01 WS-ED-PESO-2        PIC ZZ9.999.
    01 WS-ED-ALTURA-1      PIC ZZ9.9.
    01 WS-ED-ALTURA-2      PIC ZZ9.9.
    01 WS-ED-DIAS          PIC ZZZZ9.
    01 WS-ED-TOL-ALTURA    PIC Z9.9.
    01 WS-ED-TOL-PESO      PIC Z9.9.

*> OCORRENCIA A GUARDAR (0350).
    01 WS-ACH-CODIGO       PIC X(2) VALUE SPACES.
    01 WS-ACH-TEXTO        PIC X(50) VALUE SPACES.
    01 WS-ACH-OPERADOR     PIC X(20) VALUE SPACES.
    01 WS-ACH-UNIDADE      PIC X(3) VALUE SPACES.
    01 WS-ACH-DATA         PIC 9(8) VALUE 0.
    01 WS-ACH-HORA         PIC 9(8) VALUE 0.

*> OCORRENCIAS DO PERIODO, GUARDADAS PARA A ORDENACAO POR UNIDADE E
*> PACIENTE (SEGUNDO SORT).
    01 TAB-ACHADOS.
        02 TC-ENTRADA OCCURS 5000.
            03 TC-UNIDADE   PIC X(3).
            03 TC-ID        PIC 9(6).
            03 TC-DATA      PIC 9(8).
            03 TC-HORA      PIC 9(8).
            03 TC-CODIGO    PIC X(2).
            03 TC-OPERADOR  PIC X(20).
            03 TC-NOME      PIC X(20).
            03 TC-NASC      PIC 9(8).
            03 TC-SEXO      PIC X(1).
            03 TC-TEXTO     PIC X(50).
    01 WS-QTDE-ACHADOS     PIC 9(4) VALUE 0.
    01 WS-LIMITE-ACHADOS   PIC 9(4) VALUE 5000.
    01 WS-A                PIC 9(4) VALUE 0.
    01 WS-UNIDADE-ATUAL    PIC X(3) VALUE LOW-VALUES.
    01 WS-ID-ATUAL         PIC 9(6) VALUE 0.

*> MEDICOES E OCORRENCIAS DO PERIODO POR UNIDADE E OPERADOR, EM
*> ORDEM DE UNIDADE/OPERADOR (INSERCAO ORDENADA).
    01 TAB-OPERADORES.
        02 TO-ENTRADA OCCURS 300.
            03 TO-UNIDADE   PIC X(3).
            03 TO-NOME      PIC X(20).
            03 TO-MEDICOES  PIC 9(7).
            03 TO-SEXO      PIC 9(5).
            03 TO-IDADE     PIC 9(5).
            03 TO-ALTURA    PIC 9(5).
            03 TO-PESO      PIC 9(5).
            03 TO-DIGITACAO PIC 9(5).
            03 TO-TOTAL     PIC 9(5).
    01 WS-QTDE-OPERADORES  PIC 9(3) VALUE 0.
    01 WS-LIMITE-OPERADORES PIC 9(3) VALUE 300.
    01 WS-O                PIC 9(3) VALUE 0.
    01 WS-O-ACHADO         PIC 9(3) VALUE 0.
    01 WS-O-POSICAO        PIC 9(3) VALUE 0.
    01 WS-OPER-UNIDADE     PIC X(3) VALUE SPACES.
    01 WS-OPER-NOME        PIC X(20) VALUE SPACES.
    01 WS-CHAVE-TABELA     PIC X(23) VALUE SPACES.
    01 WS-CHAVE-BUSCA      PIC X(23) VALUE SPACES.
    01 WS-PCT-OCORRENCIAS  PIC 9(3)V9 VALUE 0.

    01 WS-TOTAL-LINHAS     PIC 9(7) VALUE 0.
    01 WS-TOTAL-MEDICOES   PIC 9(7) VALUE 0.
    01 WS-TOTAL-PERIODO    PIC 9(7) VALUE 0.
    01 WS-TOTAL-ILEGIVEIS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-DIVERGENCIAS PIC 9(7) VALUE 0.
    01 WS-LINHAS-REDIRIGIDAS PIC 9(7) VALUE 0.
    01 WS-TOTAL-PACIENTES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-PAC-ACHADOS PIC 9(7) VALUE 0.
    01 WS-TOTAL-SEM-MESTRE PIC 9(7) VALUE 0.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-ACHADO-CAB.
        02 FILLER PIC X(9)  VALUE "DATA     ".
        02 FILLER PIC X(7)  VALUE "HORA   ".
        02 FILLER PIC X(21) VALUE "OPERADOR             ".
        02 FILLER PIC X(4)  VALUE "OC  ".
        02 FILLER PIC X(59) VALUE "OCORRENCIA".
    01 LINHA-ACHADO-DET.
        02 LCD-DATA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LCD-HORA      PIC X(6).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LCD-OPERADOR  PIC X(20).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LCD-CODIGO    PIC X(2).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LCD-TEXTO     PIC X(50).
        02 FILLER        PIC X(9) VALUE SPACES.
    01 LINHA-OPERADOR-CAB.
        02 FILLER PIC X(5)  VALUE "UNID ".
        02 FILLER PIC X(22) VALUE "OPERADOR".
        02 FILLER PIC X(8)  VALUE "MEDICOES".
        02 FILLER PIC X(7)  VALUE "   SEXO".
        02 FILLER PIC X(7)  VALUE "  IDADE".
        02 FILLER PIC X(7)  VALUE " ALTURA".
        02 FILLER PIC X(7)  VALUE "   PESO".
        02 FILLER PIC X(7)  VALUE "  DIGIT".
        02 FILLER PIC X(7)  VALUE "  TOTAL".
        02 FILLER PIC X(23) VALUE "  % MED".
    01 LINHA-OPERADOR-DET.
        02 LOD-UNIDADE   PIC X(3).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-NOME      PIC X(20).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-MEDICOES  PIC ZZZZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-SEXO      PIC ZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-IDADE     PIC ZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-ALTURA    PIC ZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-PESO      PIC ZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-DIGITACAO PIC ZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-TOTAL     PIC ZZZZ9.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LOD-PCT       PIC ZZ9.9.
        02 FILLER        PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.
    DISPLAY "IMCCONS - CONSISTENCIA DAS MEDICOES ENTRE VISITAS"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    ACCEPT WS-DATA-INICIO
    ACCEPT WS-DATA-FIM
    IF WS-DATA-INICIO < 19000101 OR WS-DATA-FIM < WS-DATA-INICIO
        DISPLAY "PERIODO INVALIDO NO SYSIN (" WS-DATA-INICIO " A "
            WS-DATA-FIM ") - INFORME DUAS DATAS AAAAMMDD EM ORDEM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "PERIODO DA CONFERENCIA: " WS-DATA-INICIO " A "
        WS-DATA-FIM
    PERFORM 0600-CARREGAR-PARAMETROS
    IF WS-PARM-ORIGEM = 'A'
        DISPLAY "PARAMETROS CARREGADOS DO ARQUIVO PARMIMC"
    ELSE
        DISPLAY "PARAMETROS PADRAO (ARQUIVO PARMIMC AUSENTE)"
    END-IF
    MOVE CONSIST-ALTURA-CM   TO WS-ED-TOL-ALTURA
    MOVE CONSIST-PESO-KG-DIA TO WS-ED-TOL-PESO

    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0150-CARREGAR-CORRECOES
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-ID
        ON ASCENDING KEY SORT-DATA
        ON ASCENDING KEY SORT-HORA
        ON ASCENDING KEY SORT-TIPO
        INPUT PROCEDURE IS 0200-SELECIONAR-MEDICOES
        OUTPUT PROCEDURE IS 0300-COMPARAR-VISITAS
    SORT ARQ-SORT-ACHADO
        ON ASCENDING KEY SC-UNIDADE
        ON ASCENDING KEY SC-ID
        ON ASCENDING KEY SC-DATA
        ON ASCENDING KEY SC-HORA
        ON ASCENDING KEY SC-CODIGO
        INPUT PROCEDURE IS 0400-LIBERAR-ACHADOS
        OUTPUT PROCEDURE IS 0450-GRAVAR-ACHADOS
    PERFORM 0470-SECAO-OPERADORES
    PERFORM 0480-SECAO-TOTAIS
    PERFORM 0500-FECHAR-ARQUIVOS
    DISPLAY "LINHAS DE AUDITORIA LIDAS: " WS-TOTAL-LINHAS
    DISPLAY "MEDICOES COMPARADAS: " WS-TOTAL-MEDICOES
        " NO PERIODO: " WS-TOTAL-PERIODO
    DISPLAY "MEDICOES ILEGIVEIS IGNORADAS: " WS-TOTAL-ILEGIVEIS
    DISPLAY "MEDICOES REDIRECIONADAS (PACIENTES FUNDIDOS): "
        WS-LINHAS-REDIRIGIDAS
    DISPLAY "PACIENTES CONFERIDOS: " WS-TOTAL-PACIENTES
    DISPLAY "PACIENTES COM OCORRENCIA: " WS-TOTAL-PAC-ACHADOS
        " OCORRENCIAS: " WS-QTDE-ACHADOS
    IF WS-QTDE-ACHADOS > 0
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
            "ANTERIORES LIMITADAS A AUDITORIA VIVA"
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
    OPEN OUTPUT ARQ-CONSREL
    IF WS-STATUS-CONSREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD CONSREL) - STATUS: "
            WS-STATUS-CONSREL
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
*> O EVENTO DIVERGENCIA E RECONHECIDO ANTES DA CORRECAO: SEU TEXTO
*> OCUPA AS COLUNAS DA MEDICAO E NAO E MEDICAO.
    IF ADV-EVENTO = "DIVERGENCIA "
        IF ADV-ID IS NUMERIC AND ADV-DATA IS NUMERIC
           AND ADV-HORA IS NUMERIC
            PERFORM 0215-LIBERAR-DIVERGENCIA
        END-IF
    ELSE
        PERFORM 0920-APLICAR-CORRECAO
*> EVENTOS DE SEGURANCA/ALTERACAO NAO SAO MEDICOES; A MEDICAO
*> ANULADA PELO IMCCORR TAMBEM FICA FORA.
        IF AL-ID IS NUMERIC AND AL-DATA IS NUMERIC
           AND AL-HORA IS NUMERIC
           AND WS-CORR-DESCARTAR = 'N'
            PERFORM 0210-LIBERAR-MEDICAO
        END-IF
    END-IF.

0210-LIBERAR-MEDICAO.
    MOVE AL-DATA TO WS-DATA-LINHA
    IF WS-DATA-LINHA <= WS-DATA-FIM
        IF AL-PESO-PRECISO IS NUMERIC
            MOVE AL-PESO-PRECISO-N TO WS-PESO-LINHA
        ELSE
            COMPUTE WS-PESO-LINHA = FUNCTION NUMVAL(AL-PESO)
        END-IF
        IF AL-ALTURA-PRECISA IS NUMERIC
            MOVE AL-ALTURA-PRECISA-N TO WS-ALTURA-LINHA
        ELSE
            COMPUTE WS-ALTURA-LINHA = FUNCTION NUMVAL(AL-ALTURA)
        END-IF
        IF WS-PESO-LINHA = 0 OR WS-ALTURA-LINHA = 0
            ADD 1 TO WS-TOTAL-ILEGIVEIS
        ELSE
            ADD 1 TO WS-TOTAL-MEDICOES
            MOVE AL-ID TO WS-ID-LINHA
            PERFORM 0220-REDIRECIONAR-FUNDIDO
            MOVE WS-ID-LINHA     TO SORT-ID
            MOVE WS-DATA-LINHA   TO SORT-DATA
            MOVE AL-HORA         TO SORT-HORA
            MOVE '1'             TO SORT-TIPO
            MOVE AL-OPERADOR     TO SORT-OPERADOR
            IF AL-UNIDADE = SPACES
                MOVE "---" TO SORT-UNIDADE
            ELSE
                MOVE AL-UNIDADE TO SORT-UNIDADE
            END-IF
            MOVE AL-NOME         TO SORT-NOME
            MOVE AL-IDADE        TO SORT-IDADE
            MOVE AL-SEXO         TO SORT-SEXO
            MOVE WS-PESO-LINHA   TO SORT-PESO
            MOVE WS-ALTURA-LINHA TO SORT-ALTURA
            IF AL-GESTANTE = 'S'
                MOVE 'S' TO SORT-GESTANTE
            ELSE
                MOVE 'N' TO SORT-GESTANTE
            END-IF
            MOVE SPACES          TO SORT-MES-IDADE
            MOVE SPACE           TO SORT-MES-SEXO
            RELEASE REG-SORT
        END-IF
    END-IF.

0215-LIBERAR-DIVERGENCIA.
    MOVE ADV-DATA TO WS-DATA-LINHA
    IF WS-DATA-LINHA >= WS-DATA-INICIO
       AND WS-DATA-LINHA <= WS-DATA-FIM
        ADD 1 TO WS-TOTAL-DIVERGENCIAS
        MOVE ADV-ID TO WS-ID-LINHA
        PERFORM 0220-REDIRECIONAR-FUNDIDO
        MOVE WS-ID-LINHA     TO SORT-ID
        MOVE WS-DATA-LINHA   TO SORT-DATA
        MOVE ADV-HORA        TO SORT-HORA
        MOVE '2'             TO SORT-TIPO
        MOVE ADV-OPERADOR    TO SORT-OPERADOR
        MOVE "---"           TO SORT-UNIDADE
        MOVE SPACES          TO SORT-NOME
        MOVE ADV-IDADE-DIG   TO SORT-IDADE
        MOVE ADV-SEXO-DIG    TO SORT-SEXO
        MOVE 0               TO SORT-PESO
        MOVE 0               TO SORT-ALTURA
        MOVE 'N'             TO SORT-GESTANTE
        MOVE ADV-IDADE-MES   TO SORT-MES-IDADE
        MOVE ADV-SEXO-MES    TO SORT-MES-SEXO
        RELEASE REG-SORT
    END-IF.

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
    END-IF
    IF WS-SALTOS-FUSAO > 0
        ADD 1 TO WS-LINHAS-REDIRIGIDAS
    END-IF.

0300-COMPARAR-VISITAS.
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                IF WS-GRUPO-ABERTO = 'N' OR SORT-ID NOT = WS-GRUPO-ID
                    PERFORM 0305-ABRIR-GRUPO
                END-IF
                IF SORT-TIPO = '1'
                    PERFORM 0310-TRATAR-MEDICAO
                ELSE
                    PERFORM 0340-TRATAR-DIVERGENCIA
                END-IF
        END-RETURN
    END-PERFORM.

0305-ABRIR-GRUPO.
    MOVE 'S' TO WS-GRUPO-ABERTO
    MOVE SORT-ID TO WS-GRUPO-ID
    MOVE 0 TO WS-GRUPO-ACHADOS
    MOVE 'N' TO WS-ANT-EXISTE
    MOVE 0 TO WS-ULT-DATA
    MOVE 0 TO WS-ULT-HORA
    MOVE "---" TO WS-ULT-UNIDADE
    ADD 1 TO WS-TOTAL-PACIENTES
    MOVE SORT-ID TO PACM-ID-PACIENTE
    MOVE 'S' TO WS-GRUPO-NO-MESTRE
    READ ARQ-PACMEST
        INVALID KEY
            MOVE 'N' TO WS-GRUPO-NO-MESTRE
    END-READ
    IF WS-GRUPO-NO-MESTRE = 'S'
        MOVE PACM-NOME      TO WS-GRUPO-NOME
        MOVE PACM-DATA-NASC TO WS-GRUPO-NASC
        MOVE PACM-SEXO      TO WS-GRUPO-SEXO
    ELSE
        ADD 1 TO WS-TOTAL-SEM-MESTRE
        MOVE SORT-NOME      TO WS-GRUPO-NOME
        MOVE 0              TO WS-GRUPO-NASC
        MOVE SPACE          TO WS-GRUPO-SEXO
    END-IF.

0310-TRATAR-MEDICAO.
    MOVE 'N' TO WS-NO-PERIODO
    IF SORT-DATA >= WS-DATA-INICIO AND SORT-DATA <= WS-DATA-FIM
        MOVE 'S' TO WS-NO-PERIODO
        ADD 1 TO WS-TOTAL-PERIODO
        MOVE SORT-UNIDADE  TO WS-OPER-UNIDADE
        MOVE SORT-OPERADOR TO WS-OPER-NOME
        PERFORM 0360-LOCALIZAR-OPERADOR
        ADD 1 TO TO-MEDICOES (WS-O-ACHADO)
    END-IF
    MOVE SORT-OPERADOR TO WS-ACH-OPERADOR
    MOVE SORT-UNIDADE  TO WS-ACH-UNIDADE
    MOVE SORT-DATA     TO WS-ACH-DATA
    MOVE SORT-HORA     TO WS-ACH-HORA
    MOVE 'N' TO WS-IDADE-OK
    MOVE 0 TO WS-IDADE-LINHA
    IF SORT-IDADE NOT = SPACES
        COMPUTE WS-IDADE-LINHA = FUNCTION NUMVAL(SORT-IDADE)
        MOVE 'S' TO WS-IDADE-OK
    END-IF
    MOVE WS-IDADE-LINHA TO WS-IDADE-REF
    PERFORM 0320-CONFERIR-MESTRE
    IF WS-ANT-EXISTE = 'S'
        PERFORM 0330-CONFERIR-VISITA-ANTERIOR
    END-IF
    MOVE 'S'            TO WS-ANT-EXISTE
    MOVE SORT-DATA      TO WS-ANT-DATA
    MOVE SORT-PESO      TO WS-ANT-PESO
    MOVE SORT-ALTURA    TO WS-ANT-ALTURA
    MOVE WS-IDADE-LINHA TO WS-ANT-IDADE
    MOVE WS-IDADE-OK    TO WS-ANT-IDADE-OK
    MOVE WS-IDADE-REF   TO WS-ANT-IDADE-REF
    MOVE SORT-SEXO      TO WS-ANT-SEXO
    MOVE SORT-GESTANTE  TO WS-ANT-GESTANTE
    MOVE SORT-DATA      TO WS-ULT-DATA
    MOVE SORT-HORA      TO WS-ULT-HORA
    MOVE SORT-UNIDADE   TO WS-ULT-UNIDADE.

0320-CONFERIR-MESTRE.
*> O MESTRE E A FONTE OFICIAL DE SEXO E NASCIMENTO: A IDADE DE
*> REFERENCIA DA MEDICAO (ADULTO OU NAO, NA COMPARACAO DE ALTURA)
*> E A CALCULADA PELO NASCIMENTO NA DATA DA MEDICAO.
    IF WS-GRUPO-NO-MESTRE = 'S'
        IF WS-GRUPO-NASC > SORT-DATA
            MOVE 0 TO WS-IDADE-MESTRE
        ELSE
            COMPUTE WS-IDADE-MESTRE =
                (SORT-DATA - WS-GRUPO-NASC) / 10000
            MOVE WS-IDADE-MESTRE TO WS-IDADE-REF
        END-IF
        IF WS-NO-PERIODO = 'S'
            IF SORT-SEXO NOT = WS-GRUPO-SEXO
                MOVE "SX" TO WS-ACH-CODIGO
                MOVE SPACES TO WS-ACH-TEXTO
                STRING "SEXO " SORT-SEXO " NA MEDICAO, "
                    WS-GRUPO-SEXO " NO MESTRE"
                    DELIMITED BY SIZE INTO WS-ACH-TEXTO
                PERFORM 0350-GUARDAR-ACHADO
            END-IF
            IF WS-GRUPO-NASC > SORT-DATA
                MOVE "ID" TO WS-ACH-CODIGO
                MOVE SPACES TO WS-ACH-TEXTO
                STRING "NASCIMENTO " WS-GRUPO-NASC
                    " NO MESTRE POSTERIOR A MEDICAO"
                    DELIMITED BY SIZE INTO WS-ACH-TEXTO
                PERFORM 0350-GUARDAR-ACHADO
            ELSE
                IF WS-IDADE-OK = 'N'
                   OR WS-IDADE-LINHA NOT = WS-IDADE-MESTRE
                    MOVE "ID" TO WS-ACH-CODIGO
                    MOVE SPACES TO WS-ACH-TEXTO
                    STRING "IDADE " SORT-IDADE " NA MEDICAO, "
                        WS-IDADE-MESTRE " PELO NASCIMENTO "
                        WS-GRUPO-NASC
                        DELIMITED BY SIZE INTO WS-ACH-TEXTO
                    PERFORM 0350-GUARDAR-ACHADO
                END-IF
            END-IF
        END-IF
    END-IF.

0330-CONFERIR-VISITA-ANTERIOR.
    COMPUTE WS-DIAS-ANT = FUNCTION INTEGER-OF-DATE(WS-ANT-DATA)
    COMPUTE WS-DIAS-LINHA = FUNCTION INTEGER-OF-DATE(SORT-DATA)
    COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-LINHA - WS-DIAS-ANT
    IF WS-NO-PERIODO = 'S'
*> ALTURA: NINGUEM ENCOLHE ALEM DA TOLERANCIA ENTRE DUAS VISITAS, E
*> O ADULTO (NAS DUAS VISITAS) NAO CRESCE.
        IF SORT-ALTURA < WS-ANT-ALTURA
            COMPUTE WS-VAR-ALTURA = WS-ANT-ALTURA - SORT-ALTURA
            IF WS-VAR-ALTURA > CONSIST-ALTURA-CM
                MOVE "AQ" TO WS-ACH-CODIGO
                MOVE WS-ANT-ALTURA TO WS-ED-ALTURA-1
                MOVE SORT-ALTURA   TO WS-ED-ALTURA-2
                MOVE SPACES TO WS-ACH-TEXTO
                STRING "ALTURA CAIU DE " WS-ED-ALTURA-1 " PARA "
                    WS-ED-ALTURA-2 " CM DESDE " WS-ANT-DATA
                    DELIMITED BY SIZE INTO WS-ACH-TEXTO
                PERFORM 0350-GUARDAR-ACHADO
            END-IF
        ELSE
            COMPUTE WS-VAR-ALTURA = SORT-ALTURA - WS-ANT-ALTURA
            IF WS-VAR-ALTURA > CONSIST-ALTURA-CM
               AND WS-ANT-IDADE-REF >= IDADE-ADULTA
               AND WS-IDADE-REF >= IDADE-ADULTA
                MOVE "AA" TO WS-ACH-CODIGO
                MOVE WS-ANT-ALTURA TO WS-ED-ALTURA-1
                MOVE SORT-ALTURA   TO WS-ED-ALTURA-2
                MOVE SPACES TO WS-ACH-TEXTO
                STRING "ALTURA DE ADULTO SUBIU DE " WS-ED-ALTURA-1
                    " PARA " WS-ED-ALTURA-2 " CM DESDE " WS-ANT-DATA
                    DELIMITED BY SIZE INTO WS-ACH-TEXTO
                PERFORM 0350-GUARDAR-ACHADO
            END-IF
        END-IF
*> PESO: LIMITE PROPORCIONAL AOS DIAS DECORRIDOS (MINIMO DE UM
*> DIA). A VISITA ANTERIOR DE GESTANTE NAO ENTRA - O PARTO E UMA
*> PERDA LEGITIMA DE VARIOS QUILOS NUM DIA.
        IF WS-ANT-GESTANTE = 'N'
            IF SORT-PESO < WS-ANT-PESO
                COMPUTE WS-VAR-PESO = WS-ANT-PESO - SORT-PESO
            ELSE
                COMPUTE WS-VAR-PESO = SORT-PESO - WS-ANT-PESO
            END-IF
            IF WS-DIAS-DECORRIDOS = 0
                MOVE CONSIST-PESO-KG-DIA TO WS-LIMITE-PESO
            ELSE
                COMPUTE WS-LIMITE-PESO =
                    CONSIST-PESO-KG-DIA * WS-DIAS-DECORRIDOS
            END-IF
            IF WS-VAR-PESO > WS-LIMITE-PESO
                MOVE "PS" TO WS-ACH-CODIGO
                MOVE WS-ANT-PESO TO WS-ED-PESO-1
                MOVE SORT-PESO   TO WS-ED-PESO-2
                MOVE WS-DIAS-DECORRIDOS TO WS-ED-DIAS
                MOVE SPACES TO WS-ACH-TEXTO
                STRING "PESO DE " WS-ED-PESO-1 " PARA " WS-ED-PESO-2
                    " KG EM " WS-ED-DIAS " DIAS"
                    DELIMITED BY SIZE INTO WS-ACH-TEXTO
                PERFORM 0350-GUARDAR-ACHADO
            END-IF
        END-IF
*> SEM CADASTRO NO MESTRE NAO HA FONTE OFICIAL: SEXO E IDADE SO
*> PODEM SER CONFERIDOS CONTRA A PROPRIA VISITA ANTERIOR.
        IF WS-GRUPO-NO-MESTRE = 'N'
            IF SORT-SEXO NOT = WS-ANT-SEXO
                MOVE "SV" TO WS-ACH-CODIGO
                MOVE SPACES TO WS-ACH-TEXTO
                STRING "SEXO MUDOU DE " WS-ANT-SEXO " PARA "
                    SORT-SEXO " DESDE " WS-ANT-DATA
                    " (SEM CADASTRO)"
                    DELIMITED BY SIZE INTO WS-ACH-TEXTO
                PERFORM 0350-GUARDAR-ACHADO
            END-IF
            IF WS-IDADE-OK = 'S' AND WS-ANT-IDADE-OK = 'S'
                COMPUTE WS-ANOS-DECORRIDOS =
                    (SORT-DATA - WS-ANT-DATA) / 10000
                IF WS-IDADE-LINHA < WS-ANT-IDADE
                   OR WS-IDADE-LINHA >
                      WS-ANT-IDADE + WS-ANOS-DECORRIDOS + 1
                    MOVE "IV" TO WS-ACH-CODIGO
                    MOVE SPACES TO WS-ACH-TEXTO
                    STRING "IDADE DE " WS-ANT-IDADE " PARA "
                        WS-IDADE-LINHA " DESDE " WS-ANT-DATA
                        " (SEM CADASTRO)"
                        DELIMITED BY SIZE INTO WS-ACH-TEXTO
                    PERFORM 0350-GUARDAR-ACHADO
                END-IF
            END-IF
        END-IF
    END-IF.

0340-TRATAR-DIVERGENCIA.
*> O EVENTO SEGUE A MEDICAO DE MESMA DATA/HORA: A UNIDADE VEM DELA.
    MOVE SORT-OPERADOR TO WS-ACH-OPERADOR
    IF SORT-DATA = WS-ULT-DATA AND SORT-HORA = WS-ULT-HORA
        MOVE WS-ULT-UNIDADE TO WS-ACH-UNIDADE
    ELSE
        MOVE "---" TO WS-ACH-UNIDADE
    END-IF
    MOVE SORT-DATA TO WS-ACH-DATA
    MOVE SORT-HORA TO WS-ACH-HORA
    MOVE "DG" TO WS-ACH-CODIGO
    MOVE SPACES TO WS-ACH-TEXTO
    STRING "DIGITADO IDADE " SORT-IDADE " SEXO " SORT-SEXO
        ", MESTRE " SORT-MES-IDADE " " SORT-MES-SEXO
        DELIMITED BY SIZE INTO WS-ACH-TEXTO
    PERFORM 0350-GUARDAR-ACHADO.

0350-GUARDAR-ACHADO.
    IF WS-QTDE-ACHADOS >= WS-LIMITE-ACHADOS
        DISPLAY "MAIS DE " WS-LIMITE-ACHADOS " OCORRENCIAS NO "
            "PERIODO - AUMENTE TAB-ACHADOS OU REDUZA O PERIODO"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-QTDE-ACHADOS
    ADD 1 TO WS-GRUPO-ACHADOS
    IF WS-GRUPO-ACHADOS = 1
        ADD 1 TO WS-TOTAL-PAC-ACHADOS
    END-IF
    MOVE WS-ACH-UNIDADE  TO TC-UNIDADE (WS-QTDE-ACHADOS)
    MOVE WS-GRUPO-ID     TO TC-ID (WS-QTDE-ACHADOS)
    MOVE WS-ACH-DATA     TO TC-DATA (WS-QTDE-ACHADOS)
    MOVE WS-ACH-HORA     TO TC-HORA (WS-QTDE-ACHADOS)
    MOVE WS-ACH-CODIGO   TO TC-CODIGO (WS-QTDE-ACHADOS)
    MOVE WS-ACH-OPERADOR TO TC-OPERADOR (WS-QTDE-ACHADOS)
    MOVE WS-GRUPO-NOME   TO TC-NOME (WS-QTDE-ACHADOS)
    MOVE WS-GRUPO-NASC   TO TC-NASC (WS-QTDE-ACHADOS)
    MOVE WS-GRUPO-SEXO   TO TC-SEXO (WS-QTDE-ACHADOS)
    MOVE WS-ACH-TEXTO    TO TC-TEXTO (WS-QTDE-ACHADOS)
    MOVE WS-ACH-UNIDADE  TO WS-OPER-UNIDADE
    MOVE WS-ACH-OPERADOR TO WS-OPER-NOME
    PERFORM 0360-LOCALIZAR-OPERADOR
    ADD 1 TO TO-TOTAL (WS-O-ACHADO)
    EVALUATE WS-ACH-CODIGO
        WHEN "SX"
        WHEN "SV"
            ADD 1 TO TO-SEXO (WS-O-ACHADO)
        WHEN "ID"
        WHEN "IV"
            ADD 1 TO TO-IDADE (WS-O-ACHADO)
        WHEN "AQ"
        WHEN "AA"
            ADD 1 TO TO-ALTURA (WS-O-ACHADO)
        WHEN "PS"
            ADD 1 TO TO-PESO (WS-O-ACHADO)
        WHEN OTHER
            ADD 1 TO TO-DIGITACAO (WS-O-ACHADO)
    END-EVALUATE.

0360-LOCALIZAR-OPERADOR.
*> TABELA MANTIDA EM ORDEM DE UNIDADE/OPERADOR: A ENTRADA NOVA E
*> INSERIDA NA POSICAO, DESLOCANDO AS SEGUINTES.
    MOVE WS-OPER-UNIDADE TO WS-CHAVE-BUSCA (1:3)
    MOVE WS-OPER-NOME    TO WS-CHAVE-BUSCA (4:20)
    MOVE 0 TO WS-O-ACHADO
    MOVE 0 TO WS-O-POSICAO
    PERFORM VARYING WS-O FROM 1 BY 1
            UNTIL WS-O > WS-QTDE-OPERADORES OR WS-O-POSICAO > 0
        MOVE TO-UNIDADE (WS-O) TO WS-CHAVE-TABELA (1:3)
        MOVE TO-NOME (WS-O)    TO WS-CHAVE-TABELA (4:20)
        IF WS-CHAVE-TABELA = WS-CHAVE-BUSCA
            MOVE WS-O TO WS-O-ACHADO
            MOVE WS-O TO WS-O-POSICAO
        ELSE
            IF WS-CHAVE-TABELA > WS-CHAVE-BUSCA
                MOVE WS-O TO WS-O-POSICAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-O-ACHADO = 0
        IF WS-QTDE-OPERADORES >= WS-LIMITE-OPERADORES
            DISPLAY "MAIS DE " WS-LIMITE-OPERADORES " OPERADORES/"
                "UNIDADES NO PERIODO - AUMENTE TAB-OPERADORES"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-O-POSICAO = 0
            COMPUTE WS-O-POSICAO = WS-QTDE-OPERADORES + 1
        END-IF
        PERFORM VARYING WS-O FROM WS-QTDE-OPERADORES BY -1
                UNTIL WS-O < WS-O-POSICAO
            MOVE TO-ENTRADA (WS-O) TO TO-ENTRADA (WS-O + 1)
        END-PERFORM
        ADD 1 TO WS-QTDE-OPERADORES
        MOVE WS-O-POSICAO    TO WS-O-ACHADO
        MOVE WS-OPER-UNIDADE TO TO-UNIDADE (WS-O-ACHADO)
        MOVE WS-OPER-NOME    TO TO-NOME (WS-O-ACHADO)
        MOVE 0 TO TO-MEDICOES (WS-O-ACHADO)
        MOVE 0 TO TO-SEXO (WS-O-ACHADO)
        MOVE 0 TO TO-IDADE (WS-O-ACHADO)
        MOVE 0 TO TO-ALTURA (WS-O-ACHADO)
        MOVE 0 TO TO-PESO (WS-O-ACHADO)
        MOVE 0 TO TO-DIGITACAO (WS-O-ACHADO)
        MOVE 0 TO TO-TOTAL (WS-O-ACHADO)
    END-IF.

0400-LIBERAR-ACHADOS.
    PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTDE-ACHADOS
        MOVE TC-UNIDADE (WS-A)  TO SC-UNIDADE
        MOVE TC-ID (WS-A)       TO SC-ID
        MOVE TC-DATA (WS-A)     TO SC-DATA
        MOVE TC-HORA (WS-A)     TO SC-HORA
        MOVE TC-CODIGO (WS-A)   TO SC-CODIGO
        MOVE TC-OPERADOR (WS-A) TO SC-OPERADOR
        MOVE TC-NOME (WS-A)     TO SC-NOME
        MOVE TC-NASC (WS-A)     TO SC-NASC
        MOVE TC-SEXO (WS-A)     TO SC-SEXO
        MOVE TC-TEXTO (WS-A)    TO SC-TEXTO
        RELEASE REG-SORT-ACHADO
    END-PERFORM.

0450-GRAVAR-ACHADOS.
    MOVE SPACES TO LINHA-TEXTO
    STRING "CONSISTENCIA DAS MEDICOES ENTRE VISITAS - PERIODO "
        WS-DATA-INICIO " A " WS-DATA-FIM " - EMITIDO EM "
        WS-DATA-ATUAL
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "TOLERANCIAS: ALTURA " WS-ED-TOL-ALTURA " CM  PESO "
        WS-ED-TOL-PESO " KG POR DIA"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    MOVE "OC: SX/SV=SEXO ID/IV=IDADE AQ/AA=ALTURA PS=PESO DG=DIGITADO DIVERGENTE DO MESTRE"
        TO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT-ACHADO
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                IF SC-UNIDADE NOT = WS-UNIDADE-ATUAL
                    MOVE SC-UNIDADE TO WS-UNIDADE-ATUAL
                    MOVE 0 TO WS-ID-ATUAL
                    MOVE SPACES TO LINHA-TEXTO
                    WRITE LINHA-CONSREL FROM LINHA-TEXTO
                    STRING "UNIDADE " SC-UNIDADE
                        " ------------------------------------"
                        DELIMITED BY SIZE INTO LINHA-TEXTO
                    WRITE LINHA-CONSREL FROM LINHA-TEXTO
                    WRITE LINHA-CONSREL FROM LINHA-ACHADO-CAB
                END-IF
                IF SC-ID NOT = WS-ID-ATUAL
                    MOVE SC-ID TO WS-ID-ATUAL
                    MOVE SPACES TO LINHA-TEXTO
                    IF SC-NASC = 0
                        STRING "PACIENTE " SC-ID " " SC-NOME
                            " - SEM CADASTRO NO MESTRE"
                            DELIMITED BY SIZE INTO LINHA-TEXTO
                    ELSE
                        STRING "PACIENTE " SC-ID " " SC-NOME
                            " - NASC " SC-NASC " SEXO " SC-SEXO
                            " (MESTRE)"
                            DELIMITED BY SIZE INTO LINHA-TEXTO
                    END-IF
                    WRITE LINHA-CONSREL FROM LINHA-TEXTO
                END-IF
                MOVE SC-DATA         TO LCD-DATA
                MOVE SC-HORA (1:6)   TO LCD-HORA
                MOVE SC-OPERADOR     TO LCD-OPERADOR
                MOVE SC-CODIGO       TO LCD-CODIGO
                MOVE SC-TEXTO        TO LCD-TEXTO
                WRITE LINHA-CONSREL FROM LINHA-ACHADO-DET
        END-RETURN
    END-PERFORM
    IF WS-QTDE-ACHADOS = 0
        MOVE SPACES TO LINHA-TEXTO
        WRITE LINHA-CONSREL FROM LINHA-TEXTO
        MOVE "NENHUMA MEDICAO INCONSISTENTE NO PERIODO"
            TO LINHA-TEXTO
        WRITE LINHA-CONSREL FROM LINHA-TEXTO
    END-IF.

0470-SECAO-OPERADORES.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    MOVE "OCORRENCIAS POR UNIDADE E OPERADOR (MEDICOES DO PERIODO)"
        TO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-OPERADOR-CAB
    PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-QTDE-OPERADORES
        MOVE TO-UNIDADE (WS-O)   TO LOD-UNIDADE
        MOVE TO-NOME (WS-O)      TO LOD-NOME
        MOVE TO-MEDICOES (WS-O)  TO LOD-MEDICOES
        MOVE TO-SEXO (WS-O)      TO LOD-SEXO
        MOVE TO-IDADE (WS-O)     TO LOD-IDADE
        MOVE TO-ALTURA (WS-O)    TO LOD-ALTURA
        MOVE TO-PESO (WS-O)      TO LOD-PESO
        MOVE TO-DIGITACAO (WS-O) TO LOD-DIGITACAO
        MOVE TO-TOTAL (WS-O)     TO LOD-TOTAL
        IF TO-MEDICOES (WS-O) = 0
            MOVE 0 TO WS-PCT-OCORRENCIAS
        ELSE
            COMPUTE WS-PCT-OCORRENCIAS ROUNDED =
                TO-TOTAL (WS-O) * 100 / TO-MEDICOES (WS-O)
                ON SIZE ERROR
                    MOVE 999.9 TO WS-PCT-OCORRENCIAS
            END-COMPUTE
        END-IF
        MOVE WS-PCT-OCORRENCIAS  TO LOD-PCT
        WRITE LINHA-CONSREL FROM LINHA-OPERADOR-DET
    END-PERFORM.

0480-SECAO-TOTAIS.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    STRING "MEDICOES DO PERIODO: " WS-TOTAL-PERIODO
        "  PACIENTES COM OCORRENCIA: " WS-TOTAL-PAC-ACHADOS
        "  OCORRENCIAS: " WS-QTDE-ACHADOS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "PACIENTES SEM CADASTRO NO MESTRE: " WS-TOTAL-SEM-MESTRE
        "  MEDICOES ILEGIVEIS IGNORADAS: " WS-TOTAL-ILEGIVEIS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "MEDICOES CORRIGIDAS PELO IMCCORR: " WS-CORR-APLICADAS
        "  ANULADAS (FORA DA CONFERENCIA): " WS-CORR-ANULADAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CONSREL FROM LINHA-TEXTO.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-AUDITORIA
    IF WS-SEM-ARQMES = 'N'
        CLOSE ARQ-ARQMES
    END-IF
    CLOSE ARQ-PACMEST
    CLOSE ARQ-CONSREL.

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
