IDENTIFICATION DIVISION.
PROGRAM-ID. OPERCERT.

*> RECERTIFICACAO TRIMESTRAL DOS ACESSOS AO SISTEMA DE IMC, PARA A
*> AUDITORIA INTERNA E OS COORDENADORES DAS UNIDADES. CRUZA O
*> CADASTRO DE OPERADORES (DD OPERMEST, MANTIDO PELO OPERMANT) COM A
*> TRILHA DE AUDITORIA VIVA (DD AUDITORI) E, QUANDO ALOCADO, O
*> ARQUIVO MENSAL DO AUDARQV (DD ARQMES), PARA O PERIODO INFORMADO NO
*> SYSIN (DUAS LINHAS: DATA INICIAL E DATA FINAL, AAAAMMDD).
*> SAIDA (DD CERTREL):
*>   - TODO OPERADOR ATIVO NO CADASTRO, COM NIVEL, DATA DA ULTIMA
*>     ATIVIDADE NA TRILHA (ATE O FIM DO PERIODO), MEDICOES,
*>     CORRECOES (IMCCORR), ALTERACOES DO MESTRE (PACMANUT),
*>     ALTERACOES DE PERFIL (OPERMANT) E ACESSOS NEGADOS NO PERIODO;
*>     PERFIL DE NIVEL 2 SEM ATIVIDADE HA MAIS DE OPER-INATIVO-DIAS
*>     DIAS (PARMIMC) NO FIM DO PERIODO SAI MARCADO "OCIOSO";
*>   - ATIVIDADE NO PERIODO DE OPERADORES INATIVOS OU SEM CADASTRO;
*>   - TODA ALTERACAO DE PERFIL FEITA PELO OPERMANT NO PERIODO, COM
*>     AS IMAGENS ANTES/DEPOIS E QUEM FEZ;
*>   - TODA TENTATIVA DE ACESSO NEGADA NO PERIODO (IMC, PACMANUT,
*>     IMCCORR, PACLGPD E PROGMANT);
*>   - UMA FOLHA DE ASSINATURA POR UNIDADE, COM OS OPERADORES ATIVOS
*>     QUE MEDIRAM NA UNIDADE NO PERIODO, PARA O COORDENADOR MARCAR
*>     MANTER/REBAIXAR/REVOGAR, E UMA FOLHA PARA A EQUIPE DE
*>     SEGURANCA COM OS ATIVOS SEM MEDICAO NO PERIODO.
*> CODIGOS DE RETORNO: 0 = NADA A APONTAR; 4 = PERFIS OCIOSOS OU
*> ATIVIDADE DE OPERADOR INATIVO/SEM CADASTRO NO RELATORIO; 16 =
*> ERRO DE ARQUIVO OU SYSIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-OPERMEST ASSIGN TO OPERMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID-OPERADOR
        FILE STATUS IS WS-STATUS-OPERMEST.
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-ARQMES ASSIGN TO ARQMES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ARQMES.
    SELECT ARQ-CERTREL ASSIGN TO CERTREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-CERTREL.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
    SELECT ARQ-SORT ASSIGN TO SORTWK01.

DATA DIVISION.
FILE SECTION.
FD  ARQ-OPERMEST.
    01 REG-OPERMEST.
        02 OPER-ID-OPERADOR PIC X(20).
        02 OPER-NOME        PIC X(30).
        02 OPER-NIVEL       PIC 9(1).
        02 OPER-SITUACAO    PIC X(1).

FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-ARQMES.
    01 LINHA-ARQMES PIC X(120).

FD  ARQ-CERTREL.
    01 LINHA-CERTREL PIC X(100).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

*> EVENTOS DE SEGURANCA DO PERIODO: TIPO '1' = ALTERACAO DE PERFIL
*> (OPERMANT), '2' = ACESSO NEGADO. A SEQUENCIA DE LEITURA MANTEM A
*> IMAGEM ANTES NA FRENTE DA IMAGEM DEPOIS GRAVADA NO MESMO INSTANTE.
SD  ARQ-SORT.
    01 REG-SORT.
        02 SORT-TIPO      PIC X(1).
        02 SORT-DATA      PIC 9(8).
        02 SORT-HORA      PIC 9(8).
        02 SORT-SEQ       PIC 9(7).
        02 SORT-OPERADOR  PIC X(20).
        02 SORT-CODIGO    PIC X(3).
        02 SORT-TEXTO     PIC X(55).

WORKING-STORAGE SECTION.
    01 WS-STATUS-OPERMEST  PIC X(2) VALUE SPACES.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQMES    PIC X(2) VALUE SPACES.
    01 WS-STATUS-CERTREL   PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-FIM-SORT         PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-DATA-INICIO      PIC 9(8) VALUE 0.
    01 WS-DATA-FIM         PIC 9(8) VALUE 0.
    01 NIVEL-ATUALIZACAO   PIC 9(1) VALUE 2.
    COPY PARMIMC.

*> IMAGEM DA LINHA DE AUDITORIA (LINHA-AUDITORIA-DET DO IMC/IMCLOTE)
*> - SO OS CAMPOS USADOS NA RECERTIFICACAO.
    01 LINHA-AUD-DET.
        02 AL-DATA      PIC X(8).
        02 FILLER       PIC X(1).
        02 AL-HORA      PIC X(8).
        02 FILLER       PIC X(1).
        02 AL-OPERADOR  PIC X(20).
        02 AL-ID        PIC X(6).
        02 FILLER       PIC X(57).
        02 AL-UNIDADE   PIC X(3).
        02 FILLER       PIC X(16).
*> LINHA DE EVENTO (LINHA-AUDIT-EVENTO DOS PROGRAMAS QUE GRAVAM NA
*> TRILHA): TEXTO LIVRE A PARTIR DA COLUNA 39.
    01 LINHA-AUD-EVENTO REDEFINES LINHA-AUD-DET.
        02 LEV-DATA     PIC X(8).
        02 FILLER       PIC X(1).
        02 LEV-HORA     PIC X(8).
        02 FILLER       PIC X(1).
        02 LEV-OPERADOR PIC X(20).
        02 LEV-TEXTO    PIC X(82).

    01 WS-DATA-LINHA       PIC 9(8) VALUE 0.
    01 WS-SEQ-EVENTO       PIC 9(7) VALUE 0.
    01 WS-NO-PERIODO       PIC X(1) VALUE 'N'.
    01 WS-DIAS-FIM         PIC 9(8) VALUE 0.
    01 WS-DIAS-ULTIMA      PIC 9(8) VALUE 0.
    01 WS-TIPO-ATUAL       PIC X(1) VALUE SPACE.

*> OPERADORES DO CADASTRO E OS QUE APARECEM NA TRILHA SEM CADASTRO,
*> EM ORDEM DE ID (INSERCAO ORDENADA). SITUACAO 'A'/'I' DO
*> OPERMEST OU 'N' = SEM CADASTRO.
    01 TAB-OPERADORES.
        02 TO-ENTRADA OCCURS 500.
            03 TO-ID         PIC X(20).
            03 TO-NOME       PIC X(30).
            03 TO-NIVEL      PIC 9(1).
            03 TO-SITUACAO   PIC X(1).
            03 TO-ULT-DATA   PIC 9(8).
            03 TO-DIAS       PIC 9(5).
            03 TO-OCIOSO     PIC X(1).
            03 TO-NA-FOLHA   PIC X(1).
            03 TO-MEDICOES   PIC 9(7).
            03 TO-CORRECOES  PIC 9(5).
            03 TO-MESTRE     PIC 9(5).
            03 TO-PERFIS     PIC 9(5).
            03 TO-NEGADOS    PIC 9(5).
            03 TO-LINHAS     PIC 9(7).
    01 WS-QTDE-OPERADORES  PIC 9(3) VALUE 0.
    01 WS-LIMITE-OPERADORES PIC 9(3) VALUE 500.
    01 WS-O                PIC 9(3) VALUE 0.
    01 WS-O-ACHADO         PIC 9(3) VALUE 0.
    01 WS-O-POSICAO        PIC 9(3) VALUE 0.
    01 WS-OPER-ID          PIC X(20) VALUE SPACES.

*> MEDICOES DO PERIODO POR UNIDADE E OPERADOR, EM ORDEM DE
*> UNIDADE/OPERADOR (INSERCAO ORDENADA) - BASE DAS FOLHAS.
    01 TAB-UNIDADES.
        02 TU-ENTRADA OCCURS 1000.
            03 TU-UNIDADE   PIC X(3).
            03 TU-OPERADOR  PIC X(20).
            03 TU-MEDICOES  PIC 9(7).
    01 WS-QTDE-UNIDADES    PIC 9(4) VALUE 0.
    01 WS-LIMITE-UNIDADES  PIC 9(4) VALUE 1000.
    01 WS-U                PIC 9(4) VALUE 0.
    01 WS-U-ACHADO         PIC 9(4) VALUE 0.
    01 WS-U-POSICAO        PIC 9(4) VALUE 0.
    01 WS-OPER-UNIDADE     PIC X(3) VALUE SPACES.
    01 WS-CHAVE-TABELA     PIC X(23) VALUE SPACES.
    01 WS-CHAVE-BUSCA      PIC X(23) VALUE SPACES.
    01 WS-UNIDADE-ATUAL    PIC X(3) VALUE LOW-VALUES.
    01 WS-FOLHA-ABERTA     PIC X(1) VALUE 'N'.
    01 WS-FOLHA-LINHAS     PIC 9(5) VALUE 0.
    01 WS-QTDE-FOLHAS      PIC 9(5) VALUE 0.
    01 WS-TITULO-FOLHA     PIC X(100) VALUE SPACES.

    01 WS-TOTAL-LINHAS     PIC 9(7) VALUE 0.
    01 WS-TOTAL-ILEGIVEIS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-PERIODO    PIC 9(7) VALUE 0.
    01 WS-TOTAL-MEDICOES   PIC 9(7) VALUE 0.
    01 WS-TOTAL-CORRECOES  PIC 9(7) VALUE 0.
    01 WS-TOTAL-MESTRE     PIC 9(7) VALUE 0.
    01 WS-TOTAL-PERFIS     PIC 9(7) VALUE 0.
    01 WS-TOTAL-NEGADOS    PIC 9(7) VALUE 0.
    01 WS-TOTAL-ATIVOS     PIC 9(5) VALUE 0.
    01 WS-TOTAL-INATIVOS   PIC 9(5) VALUE 0.
    01 WS-TOTAL-OCIOSOS    PIC 9(5) VALUE 0.
    01 WS-TOTAL-EXCECOES   PIC 9(5) VALUE 0.
    01 WS-ED-PRAZO         PIC ZZ9.

    01 LINHA-TEXTO PIC X(100) VALUE SPACES.
    01 LINHA-OPERADOR-CAB.
        02 FILLER PIC X(21) VALUE "OPERADOR".
        02 FILLER PIC X(25) VALUE "NOME".
        02 FILLER PIC X(2)  VALUE "N".
        02 FILLER PIC X(9)  VALUE "ULT.ATIV".
        02 FILLER PIC X(6)  VALUE " DIAS".
        02 FILLER PIC X(8)  VALUE "MEDICOES".
        02 FILLER PIC X(6)  VALUE "  CORR".
        02 FILLER PIC X(6)  VALUE " MESTR".
        02 FILLER PIC X(6)  VALUE "  PERF".
        02 FILLER PIC X(5)  VALUE "  NEG".
        02 FILLER PIC X(6)  VALUE SPACES.
    01 LINHA-OPERADOR-DET.
        02 LOD-ID        PIC X(20).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-NOME      PIC X(24).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-NIVEL     PIC 9(1).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-ULT-DATA  PIC X(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-DIAS      PIC X(5).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-MEDICOES  PIC ZZZZZZ9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-CORRECOES PIC ZZZZ9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-MESTRE    PIC ZZZZ9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-PERFIS    PIC ZZZZ9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-NEGADOS   PIC ZZZ9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LOD-MARCA     PIC X(6).
    01 WS-ED-DIAS          PIC ZZZZ9.
    01 LINHA-EVENTO-CAB.
        02 FILLER PIC X(9)  VALUE "DATA".
        02 FILLER PIC X(7)  VALUE "HORA".
        02 FILLER PIC X(21) VALUE "OPERADOR".
        02 FILLER PIC X(63) VALUE "EVENTO".
    01 LINHA-EVENTO-DET.
        02 LED-DATA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-HORA      PIC X(6).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-OPERADOR  PIC X(20).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-CODIGO    PIC X(3).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LED-TEXTO     PIC X(55).
        02 FILLER        PIC X(4) VALUE SPACES.
    01 LINHA-FOLHA-CAB.
        02 FILLER PIC X(21) VALUE "OPERADOR".
        02 FILLER PIC X(25) VALUE "NOME".
        02 FILLER PIC X(2)  VALUE "N".
        02 FILLER PIC X(9)  VALUE "ULT.ATIV".
        02 FILLER PIC X(8)  VALUE "MEDICOES".
        02 FILLER PIC X(8)  VALUE SPACES.
        02 FILLER PIC X(27) VALUE "DECISAO (M/R/V)".
    01 LINHA-FOLHA-DET.
        02 LFD-ID        PIC X(20).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LFD-NOME      PIC X(24).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LFD-NIVEL     PIC 9(1).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LFD-ULT-DATA  PIC X(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LFD-MEDICOES  PIC ZZZZZZ9.
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LFD-MARCA     PIC X(6).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 FILLER        PIC X(27) VALUE "[   ] ____________________".

PROCEDURE DIVISION.
    DISPLAY "OPERCERT - RECERTIFICACAO TRIMESTRAL DE ACESSOS"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    ACCEPT WS-DATA-INICIO
    ACCEPT WS-DATA-FIM
    IF WS-DATA-INICIO < 19000101 OR WS-DATA-FIM < WS-DATA-INICIO
        DISPLAY "PERIODO INVALIDO NO SYSIN (" WS-DATA-INICIO " A "
            WS-DATA-FIM ") - INFORME DUAS DATAS AAAAMMDD EM ORDEM"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "PERIODO DA RECERTIFICACAO: " WS-DATA-INICIO " A "
        WS-DATA-FIM
    PERFORM 0600-CARREGAR-PARAMETROS
    IF WS-PARM-ORIGEM = 'A'
        DISPLAY "PARAMETROS CARREGADOS DO ARQUIVO PARMIMC"
    ELSE
        DISPLAY "PARAMETROS PADRAO (ARQUIVO PARMIMC AUSENTE)"
    END-IF
    MOVE OPER-INATIVO-DIAS TO WS-ED-PRAZO
    COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)

    PERFORM 0100-ABRIR-ARQUIVOS
    PERFORM 0150-CARREGAR-OPERADORES
    SORT ARQ-SORT
        ON ASCENDING KEY SORT-TIPO
        ON ASCENDING KEY SORT-DATA
        ON ASCENDING KEY SORT-HORA
        ON ASCENDING KEY SORT-SEQ
        INPUT PROCEDURE IS 0200-VARRER-TRILHA
        OUTPUT PROCEDURE IS 0300-GRAVAR-RELATORIO
    PERFORM 0400-FOLHAS-UNIDADES
    PERFORM 0480-SECAO-TOTAIS
    PERFORM 0500-FECHAR-ARQUIVOS
    DISPLAY "LINHAS DE AUDITORIA LIDAS: " WS-TOTAL-LINHAS
        " NO PERIODO: " WS-TOTAL-PERIODO
    DISPLAY "OPERADORES ATIVOS: " WS-TOTAL-ATIVOS
        " OCIOSOS DE NIVEL 2: " WS-TOTAL-OCIOSOS
    DISPLAY "INATIVOS/SEM CADASTRO COM ATIVIDADE NO PERIODO: "
        WS-TOTAL-EXCECOES
    DISPLAY "ALTERACOES DE PERFIL: " WS-TOTAL-PERFIS
        " ACESSOS NEGADOS: " WS-TOTAL-NEGADOS
    DISPLAY "FOLHAS DE RECERTIFICACAO: " WS-QTDE-FOLHAS
    IF WS-TOTAL-OCIOSOS > 0 OR WS-TOTAL-EXCECOES > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-ABRIR-ARQUIVOS.
    OPEN INPUT ARQ-OPERMEST
    IF WS-STATUS-OPERMEST NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES (DD OPERMEST) - "
            "STATUS: " WS-STATUS-OPERMEST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
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
        DISPLAY "ARQUIVO MENSAL (DD ARQMES) NAO ALOCADO - ULTIMA "
            "ATIVIDADE LIMITADA A AUDITORIA VIVA"
    ELSE
        IF WS-STATUS-ARQMES NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO MENSAL (DD ARQMES) - "
                "STATUS: " WS-STATUS-ARQMES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT ARQ-CERTREL
    IF WS-STATUS-CERTREL NOT = "00"
        DISPLAY "ERRO AO ABRIR RELATORIO (DD CERTREL) - STATUS: "
            WS-STATUS-CERTREL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0150-CARREGAR-OPERADORES.
*> TODO O CADASTRO ENTRA NA TABELA (ATIVOS E INATIVOS): A ATIVIDADE
*> DE UM PERFIL INATIVO NA TRILHA TAMBEM E APONTADA.
    MOVE LOW-VALUES TO OPER-ID-OPERADOR
    START ARQ-OPERMEST KEY >= OPER-ID-OPERADOR
        INVALID KEY
            MOVE 'S' TO WS-FIM-ARQUIVO
    END-START
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-OPERMEST NEXT
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                MOVE OPER-ID-OPERADOR TO WS-OPER-ID
                PERFORM 0360-LOCALIZAR-OPERADOR
                MOVE OPER-NOME     TO TO-NOME (WS-O-ACHADO)
                MOVE OPER-NIVEL    TO TO-NIVEL (WS-O-ACHADO)
                MOVE OPER-SITUACAO TO TO-SITUACAO (WS-O-ACHADO)
                IF OPER-SITUACAO = 'A'
                    ADD 1 TO WS-TOTAL-ATIVOS
                ELSE
                    ADD 1 TO WS-TOTAL-INATIVOS
                END-IF
        END-READ
    END-PERFORM.

0200-VARRER-TRILHA.
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
    IF AL-DATA IS NOT NUMERIC OR AL-HORA IS NOT NUMERIC
       OR AL-OPERADOR = SPACES
        ADD 1 TO WS-TOTAL-ILEGIVEIS
    ELSE
        MOVE AL-DATA TO WS-DATA-LINHA
        IF WS-DATA-LINHA <= WS-DATA-FIM
*> LINHAS CONSECUTIVAS COSTUMAM SER DO MESMO OPERADOR: A ENTRADA DA
*> LINHA ANTERIOR E CONFERIDA ANTES DA BUSCA NA TABELA.
            IF WS-O-ACHADO = 0
                MOVE AL-OPERADOR TO WS-OPER-ID
                PERFORM 0360-LOCALIZAR-OPERADOR
            ELSE
                IF TO-ID (WS-O-ACHADO) NOT = AL-OPERADOR
                    MOVE AL-OPERADOR TO WS-OPER-ID
                    PERFORM 0360-LOCALIZAR-OPERADOR
                END-IF
            END-IF
            MOVE 'N' TO WS-NO-PERIODO
            IF WS-DATA-LINHA >= WS-DATA-INICIO
                MOVE 'S' TO WS-NO-PERIODO
                ADD 1 TO WS-TOTAL-PERIODO
                ADD 1 TO TO-LINHAS (WS-O-ACHADO)
            END-IF
            IF LEV-TEXTO (1:7) = "NEGADO "
*> ACESSO NEGADO NAO E USO DO PERFIL: NAO CONTA COMO ATIVIDADE.
                IF WS-NO-PERIODO = 'S'
                    PERFORM 0230-TRATAR-NEGADO
                END-IF
            ELSE
                IF WS-DATA-LINHA > TO-ULT-DATA (WS-O-ACHADO)
                    MOVE WS-DATA-LINHA TO TO-ULT-DATA (WS-O-ACHADO)
                END-IF
                IF WS-NO-PERIODO = 'S'
                    PERFORM 0210-CLASSIFICAR-LINHA
                END-IF
            END-IF
        END-IF
    END-IF.

0210-CLASSIFICAR-LINHA.
    IF AL-ID IS NUMERIC
        ADD 1 TO WS-TOTAL-MEDICOES
        ADD 1 TO TO-MEDICOES (WS-O-ACHADO)
        IF AL-UNIDADE = SPACES
            MOVE "---" TO WS-OPER-UNIDADE
        ELSE
            MOVE AL-UNIDADE TO WS-OPER-UNIDADE
        END-IF
        PERFORM 0370-LOCALIZAR-UNIDADE
        ADD 1 TO TU-MEDICOES (WS-U-ACHADO)
    ELSE
    IF LEV-TEXTO (1:9) = "CORRECAO " OR LEV-TEXTO (1:9) = "ANULACAO "
        ADD 1 TO WS-TOTAL-CORRECOES
        ADD 1 TO TO-CORRECOES (WS-O-ACHADO)
    ELSE
    IF LEV-TEXTO (1:18) = "INCLUSAO PACMANUT "
       OR LEV-TEXTO (1:26) = "ALTERACAO PACMANUT DEPOIS "
        ADD 1 TO WS-TOTAL-MESTRE
        ADD 1 TO TO-MESTRE (WS-O-ACHADO)
    ELSE
    IF LEV-TEXTO (1:18) = "INCLUSAO OPERMANT "
       OR LEV-TEXTO (1:19) = "ALTERACAO OPERMANT "
        PERFORM 0220-TRATAR-PERFIL
    END-IF
    END-IF
    END-IF
    END-IF.

0220-TRATAR-PERFIL.
*> A ALTERACAO GRAVA DUAS LINHAS (ANTES E DEPOIS); CONTA UMA VEZ.
    ADD 1 TO WS-SEQ-EVENTO
    MOVE '1'           TO SORT-TIPO
    MOVE WS-DATA-LINHA TO SORT-DATA
    MOVE LEV-HORA      TO SORT-HORA
    MOVE WS-SEQ-EVENTO TO SORT-SEQ
    MOVE LEV-OPERADOR  TO SORT-OPERADOR
    IF LEV-TEXTO (1:9) = "INCLUSAO "
        ADD 1 TO WS-TOTAL-PERFIS
        ADD 1 TO TO-PERFIS (WS-O-ACHADO)
        MOVE "INC"             TO SORT-CODIGO
        MOVE LEV-TEXTO (26:55) TO SORT-TEXTO
    ELSE
        IF LEV-TEXTO (20:5) = "ANTES"
            MOVE "ANT"         TO SORT-CODIGO
        ELSE
            ADD 1 TO WS-TOTAL-PERFIS
            ADD 1 TO TO-PERFIS (WS-O-ACHADO)
            MOVE "DEP"         TO SORT-CODIGO
        END-IF
        MOVE LEV-TEXTO (27:55) TO SORT-TEXTO
    END-IF
    RELEASE REG-SORT.

0230-TRATAR-NEGADO.
    ADD 1 TO WS-TOTAL-NEGADOS
    ADD 1 TO TO-NEGADOS (WS-O-ACHADO)
    ADD 1 TO WS-SEQ-EVENTO
    MOVE '2'               TO SORT-TIPO
    MOVE WS-DATA-LINHA     TO SORT-DATA
    MOVE LEV-HORA          TO SORT-HORA
    MOVE WS-SEQ-EVENTO     TO SORT-SEQ
    MOVE LEV-OPERADOR      TO SORT-OPERADOR
    MOVE "NEG"             TO SORT-CODIGO
    MOVE LEV-TEXTO (8:55)  TO SORT-TEXTO
    RELEASE REG-SORT.

0300-GRAVAR-RELATORIO.
    MOVE SPACES TO LINHA-TEXTO
    STRING "RECERTIFICACAO DE ACESSOS AO SISTEMA DE IMC - PERIODO "
        WS-DATA-INICIO " A " WS-DATA-FIM
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "EMITIDO EM " WS-DATA-ATUAL " - PERFIL DE NIVEL 2 SEM "
        "ATIVIDADE HA MAIS DE " WS-ED-PRAZO " DIAS NO FIM DO "
        "PERIODO: OCIOSO"
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    PERFORM 0310-SECAO-OPERADORES
    PERFORM 0320-SECAO-EXCECOES
    MOVE SPACE TO WS-TIPO-ATUAL
    MOVE 'N' TO WS-FIM-SORT
    PERFORM UNTIL WS-FIM-SORT = 'S'
        RETURN ARQ-SORT
            AT END
                MOVE 'S' TO WS-FIM-SORT
            NOT AT END
                IF SORT-TIPO NOT = WS-TIPO-ATUAL
                    IF WS-TIPO-ATUAL = SPACE AND SORT-TIPO = '2'
                        PERFORM 0330-CABECALHO-PERFIS
                        MOVE "NENHUMA ALTERACAO DE PERFIL NO PERIODO"
                            TO LINHA-TEXTO
                        WRITE LINHA-CERTREL FROM LINHA-TEXTO
                    END-IF
                    MOVE SORT-TIPO TO WS-TIPO-ATUAL
                    IF SORT-TIPO = '1'
                        PERFORM 0330-CABECALHO-PERFIS
                    ELSE
                        PERFORM 0340-CABECALHO-NEGADOS
                    END-IF
                END-IF
                MOVE SORT-DATA       TO LED-DATA
                MOVE SORT-HORA (1:6) TO LED-HORA
                MOVE SORT-OPERADOR   TO LED-OPERADOR
                MOVE SORT-CODIGO     TO LED-CODIGO
                MOVE SORT-TEXTO      TO LED-TEXTO
                WRITE LINHA-CERTREL FROM LINHA-EVENTO-DET
        END-RETURN
    END-PERFORM
    IF WS-TIPO-ATUAL = SPACE
        PERFORM 0330-CABECALHO-PERFIS
        MOVE "NENHUMA ALTERACAO DE PERFIL NO PERIODO" TO LINHA-TEXTO
        WRITE LINHA-CERTREL FROM LINHA-TEXTO
    END-IF
    IF WS-TIPO-ATUAL NOT = '2'
        PERFORM 0340-CABECALHO-NEGADOS
        MOVE "NENHUM ACESSO NEGADO NO PERIODO" TO LINHA-TEXTO
        WRITE LINHA-CERTREL FROM LINHA-TEXTO
    END-IF.

0310-SECAO-OPERADORES.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "OPERADORES ATIVOS NO CADASTRO (OPERMEST) - MOVIMENTO NO PERIODO"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-OPERADOR-CAB
    PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-QTDE-OPERADORES
        PERFORM 0380-CALCULAR-INATIVIDADE
        IF TO-SITUACAO (WS-O) = 'A'
            IF TO-OCIOSO (WS-O) = 'S'
                ADD 1 TO WS-TOTAL-OCIOSOS
            END-IF
            PERFORM 0390-MONTAR-OPERADOR
            WRITE LINHA-CERTREL FROM LINHA-OPERADOR-DET
        END-IF
    END-PERFORM
    IF WS-TOTAL-ATIVOS = 0
        MOVE "NENHUM OPERADOR ATIVO NO CADASTRO" TO LINHA-TEXTO
        WRITE LINHA-CERTREL FROM LINHA-TEXTO
    END-IF
    MOVE "N: 1=CONSULTA 2=ATUALIZACAO  CORR=IMCCORR  MESTR=PACMANUT  PERF=OPERMANT  NEG=ACESSOS NEGADOS"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO.

0320-SECAO-EXCECOES.
*> PERFIL INATIVO OU AUSENTE DO CADASTRO COM LINHAS NO PERIODO:
*> ACESSO FORA DO CONTROLE DO OPERMEST (OU SO TENTATIVAS NEGADAS).
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "ATIVIDADE NO PERIODO DE OPERADORES INATIVOS OU SEM CADASTRO"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-OPERADOR-CAB
    PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-QTDE-OPERADORES
        IF TO-SITUACAO (WS-O) NOT = 'A' AND TO-LINHAS (WS-O) > 0
            ADD 1 TO WS-TOTAL-EXCECOES
            PERFORM 0390-MONTAR-OPERADOR
            IF TO-SITUACAO (WS-O) = 'N'
                MOVE "*SEM CADASTRO*" TO LOD-NOME
                MOVE "SEMCAD" TO LOD-MARCA
            ELSE
                MOVE "INATIV" TO LOD-MARCA
            END-IF
            WRITE LINHA-CERTREL FROM LINHA-OPERADOR-DET
        END-IF
    END-PERFORM
    IF WS-TOTAL-EXCECOES = 0
        MOVE "NENHUMA" TO LINHA-TEXTO
        WRITE LINHA-CERTREL FROM LINHA-TEXTO
    END-IF.

0330-CABECALHO-PERFIS.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "ALTERACOES DE PERFIL (OPERMANT) NO PERIODO - INC=INCLUSAO ANT/DEP=ALTERACAO ANTES/DEPOIS"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "IMAGEM: ID DO OPERADOR, NOME, NIVEL, SITUACAO" TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-EVENTO-CAB.

0340-CABECALHO-NEGADOS.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    STRING "TENTATIVAS DE ACESSO NEGADAS NO PERIODO (IMC, PACMANUT, "
        "IMCCORR, PACLGPD E PROGMANT)" DELIMITED BY SIZE
        INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-EVENTO-CAB.

0360-LOCALIZAR-OPERADOR.
*> TABELA MANTIDA EM ORDEM DE ID: A ENTRADA NOVA E INSERIDA NA
*> POSICAO, DESLOCANDO AS SEGUINTES. OPERADOR AUSENTE DO CADASTRO
*> ENTRA COMO SEM CADASTRO ('N').
    MOVE 0 TO WS-O-ACHADO
    MOVE 0 TO WS-O-POSICAO
    PERFORM VARYING WS-O FROM 1 BY 1
            UNTIL WS-O > WS-QTDE-OPERADORES OR WS-O-POSICAO > 0
        IF TO-ID (WS-O) = WS-OPER-ID
            MOVE WS-O TO WS-O-ACHADO
            MOVE WS-O TO WS-O-POSICAO
        ELSE
            IF TO-ID (WS-O) > WS-OPER-ID
                MOVE WS-O TO WS-O-POSICAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-O-ACHADO = 0
        IF WS-QTDE-OPERADORES >= WS-LIMITE-OPERADORES
            DISPLAY "MAIS DE " WS-LIMITE-OPERADORES " OPERADORES NO "
                "CADASTRO E NA TRILHA - AUMENTE TAB-OPERADORES"
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
        MOVE WS-O-POSICAO TO WS-O-ACHADO
        MOVE WS-OPER-ID   TO TO-ID (WS-O-ACHADO)
        MOVE SPACES       TO TO-NOME (WS-O-ACHADO)
        MOVE 0            TO TO-NIVEL (WS-O-ACHADO)
        MOVE 'N'          TO TO-SITUACAO (WS-O-ACHADO)
        MOVE 0            TO TO-ULT-DATA (WS-O-ACHADO)
        MOVE 0            TO TO-DIAS (WS-O-ACHADO)
        MOVE 'N'          TO TO-OCIOSO (WS-O-ACHADO)
        MOVE 'N'          TO TO-NA-FOLHA (WS-O-ACHADO)
        MOVE 0            TO TO-MEDICOES (WS-O-ACHADO)
        MOVE 0            TO TO-CORRECOES (WS-O-ACHADO)
        MOVE 0            TO TO-MESTRE (WS-O-ACHADO)
        MOVE 0            TO TO-PERFIS (WS-O-ACHADO)
        MOVE 0            TO TO-NEGADOS (WS-O-ACHADO)
        MOVE 0            TO TO-LINHAS (WS-O-ACHADO)
    END-IF.

0370-LOCALIZAR-UNIDADE.
*> TABELA MANTIDA EM ORDEM DE UNIDADE/OPERADOR (MESMA INSERCAO
*> ORDENADA DO IMCCONS).
    MOVE WS-OPER-UNIDADE TO WS-CHAVE-BUSCA (1:3)
    MOVE AL-OPERADOR     TO WS-CHAVE-BUSCA (4:20)
    MOVE 0 TO WS-U-ACHADO
    MOVE 0 TO WS-U-POSICAO
    PERFORM VARYING WS-U FROM 1 BY 1
            UNTIL WS-U > WS-QTDE-UNIDADES OR WS-U-POSICAO > 0
        MOVE TU-UNIDADE (WS-U)  TO WS-CHAVE-TABELA (1:3)
        MOVE TU-OPERADOR (WS-U) TO WS-CHAVE-TABELA (4:20)
        IF WS-CHAVE-TABELA = WS-CHAVE-BUSCA
            MOVE WS-U TO WS-U-ACHADO
            MOVE WS-U TO WS-U-POSICAO
        ELSE
            IF WS-CHAVE-TABELA > WS-CHAVE-BUSCA
                MOVE WS-U TO WS-U-POSICAO
            END-IF
        END-IF
    END-PERFORM
    IF WS-U-ACHADO = 0
        IF WS-QTDE-UNIDADES >= WS-LIMITE-UNIDADES
            DISPLAY "MAIS DE " WS-LIMITE-UNIDADES " OPERADORES/"
                "UNIDADES NO PERIODO - AUMENTE TAB-UNIDADES"
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
        MOVE WS-U-POSICAO    TO WS-U-ACHADO
        MOVE WS-OPER-UNIDADE TO TU-UNIDADE (WS-U-ACHADO)
        MOVE AL-OPERADOR     TO TU-OPERADOR (WS-U-ACHADO)
        MOVE 0               TO TU-MEDICOES (WS-U-ACHADO)
    END-IF.

0380-CALCULAR-INATIVIDADE.
*> DIAS ENTRE A ULTIMA ATIVIDADE E O FIM DO PERIODO; SEM NENHUMA
*> ATIVIDADE NA TRILHA, O PERFIL DE NIVEL 2 E SEMPRE OCIOSO.
    MOVE 'N' TO TO-OCIOSO (WS-O)
    IF TO-ULT-DATA (WS-O) = 0
        MOVE 0 TO TO-DIAS (WS-O)
        IF TO-NIVEL (WS-O) = NIVEL-ATUALIZACAO
            MOVE 'S' TO TO-OCIOSO (WS-O)
        END-IF
    ELSE
        COMPUTE WS-DIAS-ULTIMA =
            FUNCTION INTEGER-OF-DATE(TO-ULT-DATA (WS-O))
        COMPUTE TO-DIAS (WS-O) = WS-DIAS-FIM - WS-DIAS-ULTIMA
        IF TO-NIVEL (WS-O) = NIVEL-ATUALIZACAO
           AND TO-DIAS (WS-O) > OPER-INATIVO-DIAS
            MOVE 'S' TO TO-OCIOSO (WS-O)
        END-IF
    END-IF.

0390-MONTAR-OPERADOR.
    MOVE TO-ID (WS-O)        TO LOD-ID
    MOVE TO-NOME (WS-O)      TO LOD-NOME
    MOVE TO-NIVEL (WS-O)     TO LOD-NIVEL
    IF TO-ULT-DATA (WS-O) = 0
        MOVE "NENHUMA" TO LOD-ULT-DATA
        MOVE SPACES    TO LOD-DIAS
    ELSE
        MOVE TO-ULT-DATA (WS-O) TO LOD-ULT-DATA
        MOVE TO-DIAS (WS-O)     TO WS-ED-DIAS
        MOVE WS-ED-DIAS         TO LOD-DIAS
    END-IF
    MOVE TO-MEDICOES (WS-O)  TO LOD-MEDICOES
    MOVE TO-CORRECOES (WS-O) TO LOD-CORRECOES
    MOVE TO-MESTRE (WS-O)    TO LOD-MESTRE
    MOVE TO-PERFIS (WS-O)    TO LOD-PERFIS
    MOVE TO-NEGADOS (WS-O)   TO LOD-NEGADOS
    IF TO-OCIOSO (WS-O) = 'S'
        MOVE "OCIOSO" TO LOD-MARCA
    ELSE
        MOVE SPACES   TO LOD-MARCA
    END-IF.

0400-FOLHAS-UNIDADES.
*> UMA FOLHA POR UNIDADE COM OS OPERADORES ATIVOS QUE MEDIRAM NELA
*> NO PERIODO (O MESMO OPERADOR PODE ESTAR EM MAIS DE UMA FOLHA);
*> OS ATIVOS SEM MEDICAO VAO NA FOLHA DA EQUIPE DE SEGURANCA.
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTDE-UNIDADES
        MOVE TU-OPERADOR (WS-U) TO WS-OPER-ID
        PERFORM 0360-LOCALIZAR-OPERADOR
        MOVE WS-O-ACHADO TO WS-O
        IF TO-SITUACAO (WS-O) = 'A'
            IF WS-FOLHA-ABERTA = 'S'
               AND TU-UNIDADE (WS-U) NOT = WS-UNIDADE-ATUAL
                PERFORM 0420-FECHAR-FOLHA
            END-IF
            IF WS-FOLHA-ABERTA = 'N'
                MOVE TU-UNIDADE (WS-U) TO WS-UNIDADE-ATUAL
                MOVE SPACES TO LINHA-TEXTO
                STRING "FOLHA DE RECERTIFICACAO - UNIDADE "
                    TU-UNIDADE (WS-U) " - PERIODO " WS-DATA-INICIO
                    " A " WS-DATA-FIM
                    DELIMITED BY SIZE INTO LINHA-TEXTO
                PERFORM 0410-ABRIR-FOLHA
            END-IF
            MOVE 'S' TO TO-NA-FOLHA (WS-O)
            PERFORM 0430-LINHA-FOLHA
            MOVE TU-MEDICOES (WS-U) TO LFD-MEDICOES
            WRITE LINHA-CERTREL FROM LINHA-FOLHA-DET
        END-IF
    END-PERFORM
    IF WS-FOLHA-ABERTA = 'S'
        PERFORM 0420-FECHAR-FOLHA
    END-IF
    PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-QTDE-OPERADORES
        IF TO-SITUACAO (WS-O) = 'A' AND TO-NA-FOLHA (WS-O) = 'N'
            IF WS-FOLHA-ABERTA = 'N'
                MOVE SPACES TO LINHA-TEXTO
                STRING "FOLHA DE RECERTIFICACAO - ATIVOS SEM MEDICAO "
                    "NO PERIODO " WS-DATA-INICIO " A " WS-DATA-FIM
                    " (SEGURANCA)"
                    DELIMITED BY SIZE INTO LINHA-TEXTO
                PERFORM 0410-ABRIR-FOLHA
            END-IF
            PERFORM 0430-LINHA-FOLHA
            MOVE 0 TO LFD-MEDICOES
            WRITE LINHA-CERTREL FROM LINHA-FOLHA-DET
        END-IF
    END-PERFORM
    IF WS-FOLHA-ABERTA = 'S'
        PERFORM 0420-FECHAR-FOLHA
    END-IF.

0410-ABRIR-FOLHA.
*> O TITULO DA FOLHA JA VEM MONTADO EM LINHA-TEXTO.
    MOVE 'S' TO WS-FOLHA-ABERTA
    MOVE 0 TO WS-FOLHA-LINHAS
    ADD 1 TO WS-QTDE-FOLHAS
    MOVE LINHA-TEXTO TO WS-TITULO-FOLHA
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    WRITE LINHA-CERTREL FROM WS-TITULO-FOLHA
    MOVE "O COORDENADOR CONFIRMA, PARA CADA OPERADOR, SE O ACESSO AINDA E NECESSARIO:"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "M = MANTER   R = REBAIXAR PARA NIVEL 1 (CONSULTA)   V = REVOGAR (INATIVAR NO OPERMANT)"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-FOLHA-CAB.

0420-FECHAR-FOLHA.
    MOVE 'N' TO WS-FOLHA-ABERTA
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    STRING "OPERADORES NA FOLHA: " WS-FOLHA-LINHAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "RESPONSAVEL: ________________________________  DATA: ____/____/________"
        TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE "ASSINATURA:  ________________________________" TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO.

0430-LINHA-FOLHA.
    ADD 1 TO WS-FOLHA-LINHAS
    MOVE TO-ID (WS-O)    TO LFD-ID
    MOVE TO-NOME (WS-O)  TO LFD-NOME
    MOVE TO-NIVEL (WS-O) TO LFD-NIVEL
    IF TO-ULT-DATA (WS-O) = 0
        MOVE "NENHUMA" TO LFD-ULT-DATA
    ELSE
        MOVE TO-ULT-DATA (WS-O) TO LFD-ULT-DATA
    END-IF
    IF TO-OCIOSO (WS-O) = 'S'
        MOVE "OCIOSO" TO LFD-MARCA
    ELSE
        MOVE SPACES   TO LFD-MARCA
    END-IF.

0480-SECAO-TOTAIS.
    MOVE SPACES TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE ALL "-" TO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "TOTAIS DO PERIODO " WS-DATA-INICIO " A " WS-DATA-FIM
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "OPERADORES ATIVOS: " WS-TOTAL-ATIVOS
        "  INATIVOS NO CADASTRO: " WS-TOTAL-INATIVOS
        "  OCIOSOS DE NIVEL 2: " WS-TOTAL-OCIOSOS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "INATIVOS/SEM CADASTRO COM ATIVIDADE: " WS-TOTAL-EXCECOES
        "  FOLHAS: " WS-QTDE-FOLHAS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "MEDICOES: " WS-TOTAL-MEDICOES
        "  CORRECOES: " WS-TOTAL-CORRECOES
        "  ALTERACOES DO MESTRE: " WS-TOTAL-MESTRE
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "ALTERACOES DE PERFIL: " WS-TOTAL-PERFIS
        "  ACESSOS NEGADOS: " WS-TOTAL-NEGADOS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO
    MOVE SPACES TO LINHA-TEXTO
    STRING "LINHAS DE AUDITORIA LIDAS: " WS-TOTAL-LINHAS
        "  NO PERIODO: " WS-TOTAL-PERIODO
        "  ILEGIVEIS: " WS-TOTAL-ILEGIVEIS
        DELIMITED BY SIZE INTO LINHA-TEXTO
    WRITE LINHA-CERTREL FROM LINHA-TEXTO.

0500-FECHAR-ARQUIVOS.
    CLOSE ARQ-OPERMEST
    CLOSE ARQ-AUDITORIA
    IF WS-SEM-ARQMES = 'N'
        CLOSE ARQ-ARQMES
    END-IF
    CLOSE ARQ-CERTREL.

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
