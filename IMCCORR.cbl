IDENTIFICATION DIVISION.
PROGRAM-ID. IMCCORR.

*> CORRECAO OU ANULACAO DE UMA MEDICAO JA PROCESSADA (PESO TROCADO,
*> PACIENTE ERRADO, BALANCA DESCALIBRADA...). A MEDICAO E
*> IDENTIFICADA PELO ID DO PACIENTE, DATA E HORA (HHMMSS, COMO
*> SAI NO QUADRO DO IMCHIST) E PROCURADA NA TRILHA DE AUDITORIA
*> (DD AUDITORI E, QUANDO ALOCADO, O ARQUIVO MENSAL DO AUDARQV EM
*> DD ARQMES). A LINHA ORIGINAL NAO E ALTERADA: O PROGRAMA GRAVA NA
*> TRILHA UM EVENTO DE CORRECAO (NOVOS PESO, ALTURA, CINTURA, IMC
*> E CLASSIFICACAO, RECALCULADOS COM A IDADE, SEXO E GESTACAO DA
*> MEDICAO ORIGINAL) OU DE ANULACAO, SEGUIDO DO MOTIVO DIGITADO
*> (LAYOUT NO COPYBOOK CORRECAO). O IMCHIST, O IMCSTAT, O HISTREBD
*> E O NUTRIVIG APLICAM ESSES EVENTOS NO LUGAR DA LINHA ORIGINAL.
*> O HISTORICO DO PACIENTE (SOBREVIVENTE, SE O ID FOI FUNDIDO PELO
*> PACMERGE) E RECALCULADO NA HORA A PARTIR DAS MEDICOES VALIDAS DA
*> TRILHA, E O PRONTUARIO RECEBE PELA FILA DA CLINICA (DD EHRFILA)
*> UM REGISTRO DE CORRECAO ('C') OU CANCELAMENTO ('A') NA COLUNA 48,
*> COM A DATA DA MEDICAO ORIGINAL.
*> EXIGE OPERADOR ATIVO DE NIVEL DE ATUALIZACAO NO OPERMEST; A
*> RECUSA FICA REGISTRADA NA TRILHA ("NEGADO IMCCORR").

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-ARQMES ASSIGN TO ARQMES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ARQMES.
    SELECT ARQ-HISTORICO ASSIGN TO HISTORIC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-ID-PACIENTE
        FILE STATUS IS WS-STATUS-HISTORICO.
    SELECT ARQ-PACMEST ASSIGN TO PACMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PACM-ID-PACIENTE
        ALTERNATE RECORD KEY IS PACM-NOME WITH DUPLICATES
        FILE STATUS IS WS-STATUS-PACMEST.
    SELECT ARQ-OPERMEST ASSIGN TO OPERMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID-OPERADOR
        FILE STATUS IS WS-STATUS-OPERMEST.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
    SELECT ARQ-FILA-EHR ASSIGN TO EHRFILA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-FILA-EHR.

DATA DIVISION.
FILE SECTION.
FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-ARQMES.
    01 LINHA-ARQMES PIC X(120).

FD  ARQ-HISTORICO.
    01 REG-HISTORICO.
        02 HIST-ID-PACIENTE   PIC 9(6).
        02 HIST-NOME          PIC X(20).
        02 HIST-IMC-ATUAL     PIC 9(3)V99.
        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
        02 PACM-ID-PACIENTE PIC 9(6).
        02 PACM-NOME        PIC X(20).
        02 PACM-DATA-NASC   PIC 9(8).
        02 PACM-SEXO        PIC X(1).
        02 PACM-SITUACAO    PIC X(1).
        02 PACM-ID-DESTINO  PIC 9(6).

FD  ARQ-OPERMEST.
    01 REG-OPERMEST.
        02 OPER-ID-OPERADOR PIC X(20).
        02 OPER-NOME        PIC X(30).
        02 OPER-NIVEL       PIC 9(1).
        02 OPER-SITUACAO    PIC X(1).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

FD  ARQ-FILA-EHR.
    01 LINHA-FILA-EHR PIC X(50).

WORKING-STORAGE SECTION.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQMES    PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-OPERMEST  PIC X(2) VALUE SPACES.
    01 WS-STATUS-FILA-EHR  PIC X(2) VALUE SPACES.
    01 WS-OPERADOR         PIC X(20) VALUE SPACES.
    01 WS-NIVEL-OPERADOR   PIC 9(1) VALUE 0.
    01 NIVEL-ATUALIZACAO   PIC 9(1) VALUE 2.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-HORA-ATUAL       PIC 9(8) VALUE 0.
*> EVENTO DE SEGURANCA NA TRILHA DE AUDITORIA - MESMO LAYOUT DO
*> PACMANUT (COLUNAS 1-38 COMO NAS LINHAS DE MEDICAO).
    01 LINHA-AUDIT-EVENTO.
        02 LAE-DATA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-HORA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-OPERADOR  PIC X(20).
        02 LAE-TEXTO     PIC X(82).
    01 WS-OPCAO            PIC X(1) VALUE SPACE.
    01 WS-CONFIRMA         PIC X(1) VALUE SPACE.
    01 WS-MOTIVO           PIC X(48) VALUE SPACES.
    01 WS-ID-INFORMADO     PIC 9(6) VALUE 0.
    01 WS-DATA-INFORMADA   PIC 9(8) VALUE 0.
    01 WS-DATA-INF-PARTES REDEFINES WS-DATA-INFORMADA.
        02 WS-DATA-INF-ANO PIC 9(4).
        02 WS-DATA-INF-MES PIC 9(2).
        02 WS-DATA-INF-DIA PIC 9(2).
    01 WS-HORA-INFORMADA   PIC 9(6) VALUE 0.
    01 WS-HORA-INF-PARTES REDEFINES WS-HORA-INFORMADA.
        02 WS-HORA-INF-HH  PIC 9(2).
        02 WS-HORA-INF-MM  PIC 9(2).
        02 WS-HORA-INF-SS  PIC 9(2).
    01 WS-DATA-OK          PIC X(1) VALUE 'N'.
    01 WS-HORA-OK          PIC X(1) VALUE 'N'.
    01 WS-CHAVE-ID         PIC X(6) VALUE SPACES.
    01 WS-CHAVE-DATA       PIC X(8) VALUE SPACES.
    01 WS-CHAVE-HORA       PIC X(6) VALUE SPACES.
    01 ID-PACIENTE-MINIMO  PIC 9(6) VALUE 1.
    01 ID-PACIENTE-MAXIMO  PIC 9(6) VALUE 999999.
    01 ANO-MEDICAO-MINIMO  PIC 9(4) VALUE 1900.
*> SOBREVIVENTE DO ID INFORMADO NA CADEIA DE FUSOES DO PACMERGE
*> (MESMA TRAVA DE 5 NIVEIS DO HISTREBD/IMCHIST).
    01 WS-ID-SOBREVIVENTE  PIC 9(6) VALUE 0.
    01 WS-NOME-SOBREVIVENTE PIC X(20) VALUE SPACES.
    01 WS-ID-AUD           PIC 9(6) VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.
    01 WS-SEGUIR-FUSAO     PIC X(1) VALUE 'N'.
    01 WS-FUSAO-OK         PIC X(1) VALUE 'S'.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.
    01 WS-HIST-EXISTE      PIC X(1) VALUE 'N'.
    01 WS-ACHADAS          PIC 9(3) VALUE 0.
    01 WS-LINHA-ORIGINAL   PIC X(120) VALUE SPACES.

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
        02 AL-SEMANA-GEST-N REDEFINES AL-SEMANA-GEST PIC 9(2).
        02 FILLER       PIC X(2).

*> MEDICOES DO PACIENTE (SOBREVIVENTE E IDS FUNDIDOS NELE) ACHADAS
*> NA TRILHA, PARA RECALCULAR O HISTORICO DEPOIS DA CORRECAO.
    01 TAB-MEDICOES-PACIENTE.
        02 MP-ENTRADA OCCURS 500.
            03 MP-ID       PIC 9(6).
            03 MP-DATA     PIC 9(8).
            03 MP-HORA     PIC 9(8).
            03 MP-IMC      PIC 9(3)V99.
            03 MP-UNIDADE  PIC X(3).
            03 MP-GESTANTE PIC X(1).
            03 MP-VALIDA   PIC X(1).
    01 WS-MP-QTDE          PIC 9(3) VALUE 0.
    01 WS-MP-LIMITE        PIC 9(3) VALUE 500.
    01 WS-MP-I             PIC 9(3) VALUE 0.
    01 WS-MP-VALIDAS       PIC 9(3) VALUE 0.
    01 WS-MP-ULTIMA        PIC 9(3) VALUE 0.
    01 WS-MP-PENULTIMA     PIC 9(3) VALUE 0.
    01 WS-MP-CHAVE         PIC 9(16) VALUE 0.
    01 WS-MP-CHAVE-ULT     PIC 9(16) VALUE 0.
    01 WS-MP-CHAVE-PEN     PIC 9(16) VALUE 0.

*> REGISTRO PARA A FILA DO PRONTUARIO (DD EHRFILA) - LAYOUT DO
*> EXTRATO EHR. COLUNA 48: ' ' = MEDICAO, 'C' = CORRECAO,
*> 'A' = CANCELAMENTO DA MEDICAO DA DATA EE-DATA.
    01 LINHA-EXTRATO-EHR-DET.
        02 EE-ID-PACIENTE    PIC 9(6).
        02 EE-IMC            PIC 9(3)V99.
        02 EE-CLASSIFICACAO  PIC X(10).
        02 EE-DATA           PIC 9(8).
        02 EE-UNIDADE        PIC X(3).
        02 EE-ORIGEM         PIC X(1).
        02 EE-REAPRESENTADO  PIC X(1).
        02 EE-PESO           PIC 9(3)V999.
        02 EE-ALTURA         PIC 9(3)V9.
        02 EE-GESTACAO.
            03 EE-GESTANTE    PIC X(1).
            03 EE-SEMANA-GEST PIC 9(2).
        02 EE-TIPO-REGISTRO  PIC X(1).
        02 FILLER            PIC X(2).

    01 WS-IMC-CALCULAVEL PIC X(1) VALUE 'S'.
    01 CENTO         PIC 9(3)V99 VALUE 100.00.
*> ENTRADA DE PESO E ALTURA COM DECIMAIS (PONTO OU VIRGULA), CRITICADA
*> PELO 0127 ANTES DE IR PARA O INDIVIDUO.
    01 WS-DEC-ENTRADA      PIC X(10) VALUE SPACES.
    01 WS-DEC-VALOR        PIC 9(3)V999 VALUE 0.
    01 WS-DEC-VALIDO       PIC X(1) VALUE 'N'.
    01 WS-DEC-MAX-DECIMAIS PIC 9(1) VALUE 0.
    01 WS-DEC-I            PIC 9(2) VALUE 0.
    01 WS-DEC-PONTOS       PIC 9(2) VALUE 0.
    01 WS-DEC-DIG-INT      PIC 9(2) VALUE 0.
    01 WS-DEC-DIG-DEC      PIC 9(2) VALUE 0.
    01 WS-DEC-FIM          PIC X(1) VALUE 'N'.
    COPY INDIVIDUO.
    01 ALTURA_M2     PIC 9(2)V9(6) VALUE 0.
    01 WS-CLASSIFICACAO PIC X(10) VALUE SPACES.
    01 IDADE-ADULTA      PIC 9(3) VALUE 18.
    COPY PARMIMC.
    COPY GESTACAO.
    COPY CORRECAO.

    01 WS-TOTAL-MAGREZA     PIC 9(5) VALUE 0.
    01 WS-TOTAL-NORMAL      PIC 9(5) VALUE 0.
    01 WS-TOTAL-SOBREPESO   PIC 9(5) VALUE 0.
    01 WS-TOTAL-OBESIDADE   PIC 9(5) VALUE 0.
    01 WS-TOTAL-GESTANTES   PIC 9(5) VALUE 0.
    01 WS-TOTAL-CORRIGIDAS  PIC 9(5) VALUE 0.
    01 WS-TOTAL-ANULADAS    PIC 9(5) VALUE 0.

    01 WS-ED-PESO          PIC ZZ9.999.
    01 WS-ED-ALTURA        PIC ZZ9.9.
    01 WS-ED-IMC           PIC ZZZ.99.
    01 WS-ED-IMC-ANT       PIC ZZZ.99.

PROCEDURE DIVISION.
    DISPLAY "IMCCORR - CORRECAO/ANULACAO DE MEDICAO PROCESSADA"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    DISPLAY "USER" UPON ENVIRONMENT-NAME
    ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
    IF WS-OPERADOR = SPACES
        MOVE "DESCONHECIDO" TO WS-OPERADOR
    END-IF
    PERFORM 0100-VERIFICAR-OPERADOR
    PERFORM 0600-CARREGAR-PARAMETROS
    PERFORM 0110-ABRIR-PACMEST
    PERFORM 0115-ABRIR-HISTORICO

    PERFORM UNTIL WS-OPCAO = 'S'
        DISPLAY " "
        DISPLAY "OPCOES: C-CORRIGIR MEDICAO A-ANULAR MEDICAO S-SAIR"
        DISPLAY "DIGITE A OPCAO: "
        ACCEPT WS-OPCAO
        MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
        IF WS-OPCAO = 'C' OR WS-OPCAO = 'A'
            PERFORM 0200-TRATAR-MEDICAO
        ELSE
            IF WS-OPCAO NOT = 'S' AND WS-OPCAO NOT = SPACE
                DISPLAY "OPCAO INVALIDA."
            END-IF
        END-IF
    END-PERFORM

    DISPLAY "MEDICOES CORRIGIDAS NA SESSAO: " WS-TOTAL-CORRIGIDAS
        "  ANULADAS: " WS-TOTAL-ANULADAS
    CLOSE ARQ-PACMEST
    CLOSE ARQ-HISTORICO
    STOP RUN.

0100-VERIFICAR-OPERADOR.
*> CORRIGIR OU ANULAR MEDICAO MEXE NO QUE JA FOI PARA O HISTORICO E
*> PARA O PRONTUARIO: SO OPERADOR ATIVO DE NIVEL DE ATUALIZACAO
*> (OPERMANT). SEM PERFIL, INATIVO OU SEM O CADASTRO DE OPERADORES,
*> O ACESSO E NEGADO E A RECUSA VAI PARA A TRILHA.
    MOVE 0 TO WS-NIVEL-OPERADOR
    OPEN INPUT ARQ-OPERMEST
    IF WS-STATUS-OPERMEST = "35"
        DISPLAY "CADASTRO DE OPERADORES (DD OPERMEST) NAO ENCONTRADO - "
            "CADASTRE OS OPERADORES COM O OPERMANT"
    ELSE
        IF WS-STATUS-OPERMEST NOT = "00"
            DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES "
                "(DD OPERMEST) - STATUS: " WS-STATUS-OPERMEST
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
    IF WS-NIVEL-OPERADOR < NIVEL-ATUALIZACAO
        PERFORM 0105-NEGAR-ACESSO
    END-IF.

0105-NEGAR-ACESSO.
    DISPLAY "OPERADOR " WS-OPERADOR " SEM NIVEL DE ATUALIZACAO "
        "(" WS-NIVEL-OPERADOR ") - CORRECAO DE MEDICOES NEGADA."
    PERFORM 0120-ABRIR-AUDITORIA
    ACCEPT WS-HORA-ATUAL FROM TIME
    MOVE WS-DATA-ATUAL TO LAE-DATA
    MOVE WS-HORA-ATUAL TO LAE-HORA
    MOVE WS-OPERADOR   TO LAE-OPERADOR
    MOVE SPACES        TO LAE-TEXTO
    STRING "NEGADO IMCCORR NIVEL " WS-NIVEL-OPERADOR
        DELIMITED BY SIZE INTO LAE-TEXTO
    WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO
    CLOSE ARQ-AUDITORIA
    STOP RUN.

0110-ABRIR-PACMEST.
    OPEN INPUT ARQ-PACMEST
    IF WS-STATUS-PACMEST = "35"
        DISPLAY "CADASTRO DE PACIENTES (DD PACMEST) NAO ENCONTRADO - "
            "CADASTRE OS PACIENTES COM O PACMANUT"
        STOP RUN
    END-IF
    IF WS-STATUS-PACMEST NOT = "00"
        DISPLAY "ERRO AO ABRIR CADASTRO DE PACIENTES (DD PACMEST) - "
            "STATUS: " WS-STATUS-PACMEST
        STOP RUN
    END-IF.

0115-ABRIR-HISTORICO.
    OPEN I-O ARQ-HISTORICO
    IF WS-STATUS-HISTORICO = "35"
        OPEN OUTPUT ARQ-HISTORICO
        CLOSE ARQ-HISTORICO
        OPEN I-O ARQ-HISTORICO
    END-IF
    IF WS-STATUS-HISTORICO NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE HISTORICO (DD HISTORIC) - "
            "STATUS: " WS-STATUS-HISTORICO
        STOP RUN
    END-IF.

0120-ABRIR-AUDITORIA.
    OPEN EXTEND ARQ-AUDITORIA
    IF WS-STATUS-AUDITORIA = "35"
        OPEN OUTPUT ARQ-AUDITORIA
    END-IF
    IF WS-STATUS-AUDITORIA NOT = "00"
        DISPLAY "ERRO AO ABRIR ARQUIVO DE AUDITORIA (DD AUDITORI) - "
            "STATUS: " WS-STATUS-AUDITORIA
        STOP RUN
    END-IF.

0127-CONVERTER-DECIMAL.
*> ACEITA ATE 3 DIGITOS INTEIROS E ATE WS-DEC-MAX-DECIMAIS CASAS,
*> COM PONTO OU VIRGULA (A BALANCA DA ENFERMARIA MOSTRA VIRGULA).
*> MESMA CRITICA DO 0620 PARA OS CARTOES DE PARAMETRO.
    INSPECT WS-DEC-ENTRADA REPLACING ALL "," BY "."
    MOVE 'S' TO WS-DEC-VALIDO
    MOVE 'N' TO WS-DEC-FIM
    MOVE 0 TO WS-DEC-PONTOS
    MOVE 0 TO WS-DEC-DIG-INT
    MOVE 0 TO WS-DEC-DIG-DEC
    MOVE 0 TO WS-DEC-VALOR
    PERFORM VARYING WS-DEC-I FROM 1 BY 1 UNTIL WS-DEC-I > 10
        IF WS-DEC-ENTRADA (WS-DEC-I:1) = SPACE
            MOVE 'S' TO WS-DEC-FIM
        ELSE
            IF WS-DEC-FIM = 'S'
                MOVE 'N' TO WS-DEC-VALIDO
            ELSE
                IF WS-DEC-ENTRADA (WS-DEC-I:1) = "."
                    ADD 1 TO WS-DEC-PONTOS
                ELSE
                    IF WS-DEC-ENTRADA (WS-DEC-I:1) >= "0"
                       AND WS-DEC-ENTRADA (WS-DEC-I:1) <= "9"
                        IF WS-DEC-PONTOS = 0
                            ADD 1 TO WS-DEC-DIG-INT
                        ELSE
                            ADD 1 TO WS-DEC-DIG-DEC
                        END-IF
                    ELSE
                        MOVE 'N' TO WS-DEC-VALIDO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-DEC-PONTOS > 1 OR WS-DEC-DIG-INT = 0
       OR WS-DEC-DIG-INT > 3 OR WS-DEC-DIG-DEC > WS-DEC-MAX-DECIMAIS
        MOVE 'N' TO WS-DEC-VALIDO
    END-IF
    IF WS-DEC-VALIDO = 'S'
        COMPUTE WS-DEC-VALOR = FUNCTION NUMVAL(WS-DEC-ENTRADA)
    END-IF.

0200-TRATAR-MEDICAO.
    PERFORM 0210-PEDIR-CHAVE
    PERFORM 0220-LOCALIZAR-SOBREVIVENTE
    IF WS-FUSAO-OK = 'N'
        DISPLAY "CADEIA DE FUSOES ACIMA DE 5 NIVEIS - CONFERIR O "
            "MESTRE COM O PACMANUT ANTES DE CORRIGIR."
    ELSE
    PERFORM 0400-VARRER-TRILHA
    IF WS-ACHADAS = 0
        DISPLAY "NENHUMA MEDICAO DO ID " WS-ID-INFORMADO " EM "
            WS-DATA-INFORMADA " AS " WS-HORA-INFORMADA
            " NA TRILHA DE AUDITORIA."
    ELSE
    IF WS-ACHADAS > 1
        DISPLAY "HA " WS-ACHADAS " MEDICOES DO ID " WS-ID-INFORMADO
            " NO MESMO SEGUNDO - CORRECAO RECUSADA, CONFERIR A "
            "TRILHA COM O SUPORTE."
    ELSE
        MOVE WS-LINHA-ORIGINAL TO LINHA-AUD-DET
        PERFORM 0920-APLICAR-CORRECAO
        IF WS-CORR-DESCARTAR = 'S'
            DISPLAY "ESTA MEDICAO JA FOI ANULADA - NADA A CORRIGIR."
        ELSE
            PERFORM 0230-MOSTRAR-MEDICAO
            MOVE 'S' TO WS-CONFIRMA
            IF WS-OPCAO = 'C'
                PERFORM 0450-PEDIR-NOVOS-VALORES
            END-IF
            IF WS-CONFIRMA = 'S'
                PERFORM 0470-PEDIR-MOTIVO
            END-IF
            IF WS-CONFIRMA = 'S'
                PERFORM 0500-GRAVAR-EVENTOS
                PERFORM 0510-ACERTAR-HISTORICO
                PERFORM 0520-GRAVAR-FILA-EHR
                IF WS-OPCAO = 'C'
                    ADD 1 TO WS-TOTAL-CORRIGIDAS
                    DISPLAY "MEDICAO CORRIGIDA."
                ELSE
                    ADD 1 TO WS-TOTAL-ANULADAS
                    DISPLAY "MEDICAO ANULADA."
                END-IF
            ELSE
                DISPLAY "OPERACAO CANCELADA - NADA FOI GRAVADO."
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF.

0210-PEDIR-CHAVE.
    MOVE 0 TO WS-ID-INFORMADO
    PERFORM WITH TEST AFTER
            UNTIL WS-ID-INFORMADO >= ID-PACIENTE-MINIMO
              AND WS-ID-INFORMADO <= ID-PACIENTE-MAXIMO
        DISPLAY "DIGITE O ID DO PACIENTE DA MEDICAO: "
        ACCEPT WS-ID-INFORMADO
        IF WS-ID-INFORMADO < ID-PACIENTE-MINIMO
                      OR WS-ID-INFORMADO > ID-PACIENTE-MAXIMO
            DISPLAY "ID DE PACIENTE INVALIDO. INFORME UM VALOR ENTRE "
                ID-PACIENTE-MINIMO " E " ID-PACIENTE-MAXIMO "."
        END-IF
    END-PERFORM
    MOVE 'N' TO WS-DATA-OK
    PERFORM WITH TEST AFTER UNTIL WS-DATA-OK = 'S'
        DISPLAY "DIGITE A DATA DA MEDICAO (AAAAMMDD): "
        ACCEPT WS-DATA-INFORMADA
        IF WS-DATA-INF-ANO >= ANO-MEDICAO-MINIMO
           AND WS-DATA-INF-MES >= 1 AND WS-DATA-INF-MES <= 12
           AND WS-DATA-INF-DIA >= 1 AND WS-DATA-INF-DIA <= 31
           AND WS-DATA-INFORMADA <= WS-DATA-ATUAL
            MOVE 'S' TO WS-DATA-OK
        ELSE
            DISPLAY "DATA INVALIDA. INFORME AAAAMMDD ATE A DATA DE "
                "HOJE."
        END-IF
    END-PERFORM
    MOVE 'N' TO WS-HORA-OK
    PERFORM WITH TEST AFTER UNTIL WS-HORA-OK = 'S'
        DISPLAY "DIGITE A HORA DA MEDICAO (HHMMSS, COMO NO QUADRO "
            "DO IMCHIST): "
        ACCEPT WS-HORA-INFORMADA
        IF WS-HORA-INF-HH <= 23 AND WS-HORA-INF-MM <= 59
           AND WS-HORA-INF-SS <= 59
            MOVE 'S' TO WS-HORA-OK
        ELSE
            DISPLAY "HORA INVALIDA. INFORME HHMMSS."
        END-IF
    END-PERFORM
    MOVE WS-ID-INFORMADO   TO WS-CHAVE-ID
    MOVE WS-DATA-INFORMADA TO WS-CHAVE-DATA
    MOVE WS-HORA-INFORMADA TO WS-CHAVE-HORA.

0220-LOCALIZAR-SOBREVIVENTE.
*> ID JA FUNDIDO PELO PACMERGE: A MEDICAO CONTINUA NA TRILHA SOB O
*> ID ANTIGO, MAS O HISTORICO A ACERTAR E O DO SOBREVIVENTE.
    MOVE WS-ID-INFORMADO TO WS-ID-SOBREVIVENTE
    MOVE SPACES TO WS-NOME-SOBREVIVENTE
    MOVE 'S' TO WS-FUSAO-OK
    MOVE 0 TO WS-SALTOS-FUSAO
    MOVE 'S' TO WS-SEGUIR-FUSAO
    PERFORM UNTIL WS-SEGUIR-FUSAO = 'N'
              OR WS-SALTOS-FUSAO >= 5
        MOVE 'N' TO WS-SEGUIR-FUSAO
        MOVE WS-ID-SOBREVIVENTE TO PACM-ID-PACIENTE
        READ ARQ-PACMEST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE PACM-NOME TO WS-NOME-SOBREVIVENTE
                IF PACM-SITUACAO = 'M'
                   AND PACM-ID-DESTINO > 0
                    MOVE PACM-ID-DESTINO TO WS-ID-SOBREVIVENTE
                    ADD 1 TO WS-SALTOS-FUSAO
                    MOVE 'S' TO WS-SEGUIR-FUSAO
                END-IF
        END-READ
    END-PERFORM
    IF WS-SEGUIR-FUSAO = 'S'
        MOVE 'N' TO WS-FUSAO-OK
    ELSE
        IF WS-ID-SOBREVIVENTE NOT = WS-ID-INFORMADO
            DISPLAY "ID " WS-ID-INFORMADO " FOI FUNDIDO NO ID "
                WS-ID-SOBREVIVENTE " (PACMERGE) - O HISTORICO "
                "ACERTADO SERA O DO SOBREVIVENTE."
        END-IF
    END-IF.

0230-MOSTRAR-MEDICAO.
    DISPLAY "MEDICAO DE " AL-DATA " " AL-HORA (1:6) " POR "
        AL-OPERADOR
    DISPLAY "PACIENTE: " AL-ID " " AL-NOME " IDADE " AL-IDADE
        " SEXO " AL-SEXO " UNIDADE " AL-UNIDADE
    IF AL-PESO-PRECISO IS NUMERIC
        MOVE AL-PESO-PRECISO-N TO WS-ED-PESO
    ELSE
        COMPUTE WS-ED-PESO = FUNCTION NUMVAL(AL-PESO)
    END-IF
    IF AL-ALTURA-PRECISA IS NUMERIC
        MOVE AL-ALTURA-PRECISA-N TO WS-ED-ALTURA
    ELSE
        COMPUTE WS-ED-ALTURA = FUNCTION NUMVAL(AL-ALTURA)
    END-IF
    DISPLAY "PESO " WS-ED-PESO " KG  ALTURA " WS-ED-ALTURA
        " CM  CINTURA " AL-CINTURA " CM  IMC " AL-IMC " " AL-CLASSIF
    IF AL-GESTANTE = 'S'
        DISPLAY "GESTANTE - SEMANA " AL-SEMANA-GEST
    END-IF
    IF WS-CORR-ACHADA > 0
        DISPLAY "(VALORES DA ULTIMA CORRECAO JA REGISTRADA PARA ESTA "
            "MEDICAO)"
    END-IF.

0300-CLASSIFICAR-PEDIATRICO.
*> Faixas etarias/sexo aproximadas para IMC pediatrico. Nao sao as
*> tabelas de percentil LMS oficiais da OMS/CDC (que exigem consulta a
*> uma tabela de percentis por idade em meses) - sao limiares fixos por
*> faixa etaria e sexo, suficientes para evitar aplicar o corte adulto
*> a uma crianca, mas devem ser substituidas pela tabela de percentil
*> oficial antes de uso clinico real.
    IF IDADE < 2
        MOVE "NORMAL" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-NORMAL
        DISPLAY "IDADE ABAIXO DE 2 ANOS - USAR AVALIACAO DE "
            "PESO-PARA-COMPRIMENTO ESPECIFICA"
    ELSE
        IF IDADE <= 5
            IF SEXO = 'M'
                PERFORM 0320-FAIXA-2-A-5-M
            ELSE
                PERFORM 0321-FAIXA-2-A-5-F
            END-IF
        ELSE
            IF IDADE <= 11
                IF SEXO = 'M'
                    PERFORM 0330-FAIXA-6-A-11-M
                ELSE
                    PERFORM 0331-FAIXA-6-A-11-F
                END-IF
            ELSE
                IF SEXO = 'M'
                    PERFORM 0340-FAIXA-12-A-17-M
                ELSE
                    PERFORM 0341-FAIXA-12-A-17-F
                END-IF
            END-IF
        END-IF
    END-IF.

0310-CLASSIFICAR-ADULTO.
    IF IMC < ADULTO-CORTE-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < ADULTO-CORTE-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < ADULTO-CORTE-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0320-FAIXA-2-A-5-M.
    IF IMC < PED-2-5-M-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < PED-2-5-M-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < PED-2-5-M-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0321-FAIXA-2-A-5-F.
    IF IMC < PED-2-5-F-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < PED-2-5-F-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < PED-2-5-F-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0330-FAIXA-6-A-11-M.
    IF IMC < PED-6-11-M-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < PED-6-11-M-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < PED-6-11-M-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0331-FAIXA-6-A-11-F.
    IF IMC < PED-6-11-F-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < PED-6-11-F-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < PED-6-11-F-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0340-FAIXA-12-A-17-M.
    IF IMC < PED-12-17-M-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < PED-12-17-M-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < PED-12-17-M-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0341-FAIXA-12-A-17-F.
    IF IMC < PED-12-17-F-MAGREZA
        MOVE "MAGREZA" TO WS-CLASSIFICACAO
        ADD 1 TO WS-TOTAL-MAGREZA
    ELSE
        IF IMC < PED-12-17-F-SOBREPESO
            MOVE "NORMAL" TO WS-CLASSIFICACAO
            ADD 1 TO WS-TOTAL-NORMAL
        ELSE
            IF IMC < PED-12-17-F-OBESIDADE
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-SOBREPESO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
                ADD 1 TO WS-TOTAL-OBESIDADE
            END-IF
        END-IF
    END-IF.

0350-CLASSIFICAR-GESTANTE.
*> GESTANTE NAO USA O CORTE ADULTO NEM O PEDIATRICO: O IMC E
*> COMPARADO COM A LINHA DA SEMANA GESTACIONAL NA CURVA (GESTACAO).
*> AS GESTANTES TEM TOTAL PROPRIO, FORA DOS TOTAIS POR CLASSIFICACAO.
    IF SEMANA-GEST < GEST-SEMANA-CURVA
        MOVE 1 TO WS-GEST-IND
    ELSE
        COMPUTE WS-GEST-IND = SEMANA-GEST - GEST-SEMANA-CURVA + 1
    END-IF
    ADD 1 TO WS-TOTAL-GESTANTES
    IF IMC < CURVA-ADEQUADO (WS-GEST-IND)
        MOVE "BAIXO PESO" TO WS-CLASSIFICACAO
    ELSE
        IF IMC < CURVA-SOBREPESO (WS-GEST-IND)
            MOVE "ADEQUADO" TO WS-CLASSIFICACAO
        ELSE
            IF IMC < CURVA-OBESIDADE (WS-GEST-IND)
                MOVE "SOBREPESO" TO WS-CLASSIFICACAO
            ELSE
                MOVE "OBESIDADE" TO WS-CLASSIFICACAO
            END-IF
        END-IF
    END-IF.

0400-VARRER-TRILHA.
*> UMA PASSADA PELA TRILHA (VIVA E MENSAL): LOCALIZA A MEDICAO
*> PEDIDA, CARREGA OS EVENTOS DE CORRECAO JA GRAVADOS E GUARDA AS
*> MEDICOES DO PACIENTE PARA O RECALCULO DO HISTORICO.
    MOVE 0 TO WS-ACHADAS
    MOVE 0 TO WS-MP-QTDE
    MOVE 0 TO WS-CORR-QTDE
    MOVE SPACES TO WS-LINHA-ORIGINAL
    OPEN INPUT ARQ-AUDITORIA
    IF WS-STATUS-AUDITORIA NOT = "00"
        DISPLAY "ERRO AO ABRIR AUDITORIA (DD AUDITORI) - STATUS: "
            WS-STATUS-AUDITORIA
        STOP RUN
    END-IF
    MOVE 'N' TO WS-FIM-ARQUIVO
    PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
        READ ARQ-AUDITORIA
            AT END
                MOVE 'S' TO WS-FIM-ARQUIVO
            NOT AT END
                MOVE LINHA-AUDITORIA TO LINHA-AUD-DET
                PERFORM 0410-EXAMINAR-LINHA
        END-READ
    END-PERFORM
    CLOSE ARQ-AUDITORIA
    MOVE 'N' TO WS-SEM-ARQMES
    OPEN INPUT ARQ-ARQMES
    IF WS-STATUS-ARQMES = "35"
        MOVE 'S' TO WS-SEM-ARQMES
    ELSE
        IF WS-STATUS-ARQMES NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO MENSAL (DD ARQMES) - "
                "STATUS: " WS-STATUS-ARQMES
            STOP RUN
        END-IF
        MOVE 'N' TO WS-FIM-ARQUIVO
        PERFORM UNTIL WS-FIM-ARQUIVO = 'S'
            READ ARQ-ARQMES
                AT END
                    MOVE 'S' TO WS-FIM-ARQUIVO
                NOT AT END
                    MOVE LINHA-ARQMES TO LINHA-AUD-DET
                    PERFORM 0410-EXAMINAR-LINHA
            END-READ
        END-PERFORM
        CLOSE ARQ-ARQMES
    END-IF.

0410-EXAMINAR-LINHA.
    IF AL-ID IS NUMERIC
        IF AL-DATA IS NUMERIC AND AL-HORA IS NUMERIC
            IF AL-ID = WS-CHAVE-ID AND AL-DATA = WS-CHAVE-DATA
               AND AL-HORA (1:6) = WS-CHAVE-HORA
                ADD 1 TO WS-ACHADAS
                MOVE LINHA-AUD-DET TO WS-LINHA-ORIGINAL
            END-IF
            PERFORM 0415-SEGUIR-FUSAO
            IF WS-ID-AUD = WS-ID-SOBREVIVENTE
                PERFORM 0420-GUARDAR-MEDICAO-PACIENTE
            END-IF
        END-IF
    ELSE
        MOVE LINHA-AUD-DET TO LINHA-AUD-CORRECAO
        PERFORM 0900-GUARDAR-CORRECAO
    END-IF.

0415-SEGUIR-FUSAO.
    MOVE AL-ID TO WS-ID-AUD
    IF WS-ID-AUD NOT = WS-ID-SOBREVIVENTE
        MOVE 0 TO WS-SALTOS-FUSAO
        MOVE 'S' TO WS-SEGUIR-FUSAO
        PERFORM UNTIL WS-SEGUIR-FUSAO = 'N'
                  OR WS-SALTOS-FUSAO >= 5
            MOVE 'N' TO WS-SEGUIR-FUSAO
            MOVE WS-ID-AUD TO PACM-ID-PACIENTE
            READ ARQ-PACMEST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PACM-SITUACAO = 'M'
                       AND PACM-ID-DESTINO > 0
                        MOVE PACM-ID-DESTINO TO WS-ID-AUD
                        ADD 1 TO WS-SALTOS-FUSAO
                        MOVE 'S' TO WS-SEGUIR-FUSAO
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

0420-GUARDAR-MEDICAO-PACIENTE.
    IF WS-MP-QTDE >= WS-MP-LIMITE
        DISPLAY "TABELA DE MEDICOES DO PACIENTE CHEIA ("
            WS-MP-LIMITE ") - AUMENTE TAB-MEDICOES-PACIENTE"
        STOP RUN
    END-IF
    ADD 1 TO WS-MP-QTDE
    MOVE AL-ID      TO MP-ID (WS-MP-QTDE)
    MOVE AL-DATA    TO MP-DATA (WS-MP-QTDE)
    MOVE AL-HORA    TO MP-HORA (WS-MP-QTDE)
    COMPUTE MP-IMC (WS-MP-QTDE) = FUNCTION NUMVAL(AL-IMC)
    MOVE AL-UNIDADE TO MP-UNIDADE (WS-MP-QTDE)
    IF AL-GESTANTE = 'S'
        MOVE 'S' TO MP-GESTANTE (WS-MP-QTDE)
    ELSE
        MOVE 'N' TO MP-GESTANTE (WS-MP-QTDE)
    END-IF
    MOVE 'S' TO MP-VALIDA (WS-MP-QTDE).

0450-PEDIR-NOVOS-VALORES.
*> A MEDICAO CORRIGIDA MANTEM A IDADE, O SEXO E A GESTACAO DA LINHA
*> ORIGINAL; SO PESO, ALTURA E CINTURA SAO REDIGITADOS, COM OS
*> MESMOS LIMITES DO PARMIMC, E A CLASSIFICACAO E REFEITA.
    MOVE AL-ID TO ID_PACIENTE
    MOVE AL-NOME TO NOME
    COMPUTE IDADE = FUNCTION NUMVAL(AL-IDADE)
    MOVE AL-SEXO TO SEXO
    MOVE AL-UNIDADE TO UNIDADE
    IF AL-GESTANTE = 'S' AND AL-SEMANA-GEST IS NUMERIC
        MOVE 'S' TO GESTANTE
        MOVE AL-SEMANA-GEST-N TO SEMANA-GEST
    ELSE
        MOVE 'N' TO GESTANTE
        MOVE 0 TO SEMANA-GEST
    END-IF
    MOVE PESO-MINIMO      TO WS-ED-PESO-MIN
    MOVE PESO-MAXIMO      TO WS-ED-PESO-MAX
    MOVE ALTURA-CM-MINIMA TO WS-ED-ALTURA-MIN
    MOVE ALTURA-CM-MAXIMA TO WS-ED-ALTURA-MAX

    PERFORM WITH TEST AFTER
            UNTIL WS-DEC-VALIDO = 'S'
              AND PESO >= PESO-MINIMO AND PESO <= PESO-MAXIMO
        DISPLAY "DIGITE O PESO CORRETO (EM KG, ATE 3 DECIMAIS): "
        ACCEPT WS-DEC-ENTRADA
        MOVE 3 TO WS-DEC-MAX-DECIMAIS
        PERFORM 0127-CONVERTER-DECIMAL
        IF WS-DEC-VALIDO = 'N'
            DISPLAY "PESO INVALIDO. INFORME NUMERO COM ATE 3 CASAS "
                "DECIMAIS (EX. 72.450)."
        ELSE
            MOVE WS-DEC-VALOR TO PESO
            IF PESO < PESO-MINIMO OR PESO > PESO-MAXIMO
                DISPLAY "PESO INVALIDO. INFORME UM VALOR ENTRE "
                    WS-ED-PESO-MIN " E " WS-ED-PESO-MAX " KG."
            END-IF
        END-IF
    END-PERFORM

    PERFORM WITH TEST AFTER
            UNTIL WS-DEC-VALIDO = 'S'
              AND ALTURA_CM >= ALTURA-CM-MINIMA
              AND ALTURA_CM <= ALTURA-CM-MAXIMA
        DISPLAY "DIGITE A ALTURA CORRETA (EM CM, ATE 1 DECIMAL): "
        ACCEPT WS-DEC-ENTRADA
        MOVE 1 TO WS-DEC-MAX-DECIMAIS
        PERFORM 0127-CONVERTER-DECIMAL
        IF WS-DEC-VALIDO = 'N'
            DISPLAY "ALTURA INVALIDA. INFORME NUMERO COM ATE 1 CASA "
                "DECIMAL (EX. 165.5)."
        ELSE
            MOVE WS-DEC-VALOR TO ALTURA_CM
            IF ALTURA_CM < ALTURA-CM-MINIMA
               OR ALTURA_CM > ALTURA-CM-MAXIMA
                DISPLAY "ALTURA INVALIDA. INFORME UM VALOR ENTRE "
                    WS-ED-ALTURA-MIN " E " WS-ED-ALTURA-MAX " CM."
            END-IF
        END-IF
    END-PERFORM

    PERFORM WITH TEST AFTER
            UNTIL CINTURA_CM >= CINTURA-CM-MINIMA
              AND CINTURA_CM <= CINTURA-CM-MAXIMA
        DISPLAY "DIGITE A CIRCUNFERENCIA DA CINTURA CORRETA (EM CM): "
        ACCEPT CINTURA_CM
        IF CINTURA_CM < CINTURA-CM-MINIMA OR CINTURA_CM > CINTURA-CM-MAXIMA
            DISPLAY "CINTURA INVALIDA. INFORME UM VALOR ENTRE "
                CINTURA-CM-MINIMA " E " CINTURA-CM-MAXIMA " CM."
        END-IF
    END-PERFORM

    COMPUTE ALTURA_M2 = (ALTURA_CM / CENTO) ** 2
    MOVE 'S' TO WS-IMC-CALCULAVEL
    COMPUTE IMC = PESO / ALTURA_M2
        ON SIZE ERROR
            MOVE 'N' TO WS-IMC-CALCULAVEL
    END-COMPUTE
    IF WS-IMC-CALCULAVEL = 'N'
        DISPLAY "IMC NAO REPRESENTAVEL (PESO/ALTURA FORA DA FAIXA "
            "CALCULAVEL) - CORRECAO DESCARTADA"
        MOVE 'N' TO WS-CONFIRMA
    ELSE
        IF GESTANTE = 'S'
            PERFORM 0350-CLASSIFICAR-GESTANTE
        ELSE
            IF IDADE < IDADE-ADULTA
                PERFORM 0300-CLASSIFICAR-PEDIATRICO
            ELSE
                PERFORM 0310-CLASSIFICAR-ADULTO
            END-IF
        END-IF
        MOVE IMC TO WS-ED-IMC
        DISPLAY "IMC CORRIGIDO: " WS-ED-IMC " KG/M2 - "
            WS-CLASSIFICACAO " (ANTES: " AL-IMC " " AL-CLASSIF ")"
    END-IF.

0470-PEDIR-MOTIVO.
    MOVE SPACES TO WS-MOTIVO
    PERFORM WITH TEST AFTER UNTIL WS-MOTIVO NOT = SPACES
        DISPLAY "DIGITE O MOTIVO (OBRIGATORIO, ATE 48 CARACTERES): "
        ACCEPT WS-MOTIVO
        MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
        IF WS-MOTIVO = SPACES
            DISPLAY "MOTIVO NAO PODE SER VAZIO."
        END-IF
    END-PERFORM
    PERFORM WITH TEST AFTER
            UNTIL WS-CONFIRMA = 'S' OR WS-CONFIRMA = 'N'
        IF WS-OPCAO = 'C'
            DISPLAY "CONFIRMA A CORRECAO DA MEDICAO (S/N)? "
        ELSE
            DISPLAY "CONFIRMA A ANULACAO DA MEDICAO (S/N)? "
        END-IF
        ACCEPT WS-CONFIRMA
        MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
    END-PERFORM.

0500-GRAVAR-EVENTOS.
*> EVENTO DE CORRECAO/ANULACAO E LINHA DE MOTIVO, COM A MESMA DATA E
*> HORA; O EVENTO ENTRA TAMBEM NA TABELA CARREGADA DA TRILHA PARA O
*> RECALCULO DO HISTORICO LOGO EM SEGUIDA.
    PERFORM 0120-ABRIR-AUDITORIA
    ACCEPT WS-HORA-ATUAL FROM TIME
    MOVE WS-DATA-ATUAL TO LCR-DATA
    MOVE WS-HORA-ATUAL TO LCR-HORA
    MOVE WS-OPERADOR   TO LCR-OPERADOR
    MOVE AL-ID         TO LCR-ID
    MOVE AL-DATA       TO LCR-DATA-ORIG
    MOVE AL-HORA       TO LCR-HORA-ORIG
    MOVE SPACES        TO LCR-DADOS
    IF WS-OPCAO = 'C'
        MOVE "CORRECAO"       TO LCR-TIPO
        MOVE PESO             TO LCR-PESO
        MOVE ALTURA_CM        TO LCR-ALTURA
        MOVE CINTURA_CM       TO LCR-CINTURA
        MOVE IMC              TO LCR-IMC
        MOVE WS-CLASSIFICACAO TO LCR-CLASSIF
    ELSE
        MOVE "ANULACAO"       TO LCR-TIPO
        MOVE 0                TO LCR-PESO
        MOVE 0                TO LCR-ALTURA
        MOVE 0                TO LCR-CINTURA
        MOVE 0                TO LCR-IMC
        MOVE "ANULADA"        TO LCR-CLASSIF
    END-IF
    WRITE LINHA-AUDITORIA FROM LINHA-AUD-CORRECAO
    PERFORM 0900-GUARDAR-CORRECAO
    MOVE "MOTIVO"  TO LCR-TIPO
    MOVE WS-MOTIVO TO LCR-DADOS
    WRITE LINHA-AUDITORIA FROM LINHA-AUD-CORRECAO
    CLOSE ARQ-AUDITORIA.

0510-ACERTAR-HISTORICO.
*> O HISTORICO GUARDA AS DUAS ULTIMAS MEDICOES: REFEITO A PARTIR DAS
*> MEDICOES VALIDAS DO PACIENTE NA TRILHA, COM A MESMA REGRA DO
*> HISTREBD (PRIMEIRA MEDICAO = ATUAL E ANTERIOR IGUAIS). SEM O
*> ARQUIVO MENSAL, MENOS DE DUAS MEDICOES NA TRILHA VIVA NAO BASTAM
*> PARA SABER A ANTERIOR - O HISTORICO FICA PARA O HISTREBD.
    PERFORM 0515-APLICAR-NA-TABELA
    IF WS-MP-VALIDAS < 2 AND WS-SEM-ARQMES = 'S'
        DISPLAY "HISTORICO DO PACIENTE " WS-ID-SOBREVIVENTE
            " NAO ACERTADO: VISITAS ANTERIORES PODEM ESTAR NO "
            "ARQUIVO MENSAL (DD ARQMES) - RODAR O HISTREBD."
    ELSE
        MOVE WS-ID-SOBREVIVENTE TO HIST-ID-PACIENTE
        MOVE 'S' TO WS-HIST-EXISTE
        READ ARQ-HISTORICO
            INVALID KEY
                MOVE 'N' TO WS-HIST-EXISTE
        END-READ
        IF WS-MP-VALIDAS = 0
            IF WS-HIST-EXISTE = 'S'
                DELETE ARQ-HISTORICO RECORD
                DISPLAY "HISTORICO DO PACIENTE " WS-ID-SOBREVIVENTE
                    " EXCLUIDO (NENHUMA MEDICAO VALIDA NA TRILHA)."
            END-IF
        ELSE
            IF WS-HIST-EXISTE = 'N'
                MOVE WS-ID-SOBREVIVENTE TO HIST-ID-PACIENTE
                IF WS-NOME-SOBREVIVENTE NOT = SPACES
                    MOVE WS-NOME-SOBREVIVENTE TO HIST-NOME
                ELSE
                    MOVE AL-NOME TO HIST-NOME
                END-IF
            END-IF
            MOVE MP-IMC (WS-MP-ULTIMA) TO HIST-IMC-ATUAL
            IF WS-MP-PENULTIMA > 0
                MOVE MP-IMC (WS-MP-PENULTIMA) TO HIST-IMC-ANTERIOR
            ELSE
                MOVE MP-IMC (WS-MP-ULTIMA) TO HIST-IMC-ANTERIOR
            END-IF
            MOVE MP-DATA (WS-MP-ULTIMA)     TO HIST-DATA-ULTIMA
            MOVE MP-UNIDADE (WS-MP-ULTIMA)  TO HIST-UNIDADE
            MOVE MP-GESTANTE (WS-MP-ULTIMA) TO HIST-GESTANTE
            IF WS-HIST-EXISTE = 'S'
                REWRITE REG-HISTORICO
            ELSE
                WRITE REG-HISTORICO
            END-IF
            IF WS-STATUS-HISTORICO = "00"
                MOVE HIST-IMC-ATUAL    TO WS-ED-IMC
                MOVE HIST-IMC-ANTERIOR TO WS-ED-IMC-ANT
                DISPLAY "HISTORICO DO PACIENTE " WS-ID-SOBREVIVENTE
                    " ACERTADO: IMC ATUAL " WS-ED-IMC " ANTERIOR "
                    WS-ED-IMC-ANT " ULTIMA MEDICAO " HIST-DATA-ULTIMA
            ELSE
                DISPLAY "ERRO AO GRAVAR HISTORICO - STATUS: "
                    WS-STATUS-HISTORICO " - RODAR O HISTREBD."
            END-IF
        END-IF
    END-IF.

0515-APLICAR-NA-TABELA.
    MOVE 0 TO WS-MP-VALIDAS
    MOVE 0 TO WS-MP-ULTIMA
    MOVE 0 TO WS-MP-PENULTIMA
    MOVE 0 TO WS-MP-CHAVE-ULT
    MOVE 0 TO WS-MP-CHAVE-PEN
    PERFORM VARYING WS-MP-I FROM 1 BY 1 UNTIL WS-MP-I > WS-MP-QTDE
        MOVE MP-ID (WS-MP-I)   TO WS-CORR-BUSCA-ID
        MOVE MP-DATA (WS-MP-I) TO WS-CORR-BUSCA-DATA
        MOVE MP-HORA (WS-MP-I) TO WS-CORR-BUSCA-HORA
        PERFORM 0910-PROCURAR-CORRECAO
        IF WS-CORR-ACHADA > 0
            IF CR-TIPO (WS-CORR-ACHADA) = 'A'
                MOVE 'N' TO MP-VALIDA (WS-MP-I)
            ELSE
                MOVE CR-IMC (WS-CORR-ACHADA) TO MP-IMC (WS-MP-I)
            END-IF
        END-IF
        IF MP-VALIDA (WS-MP-I) = 'S'
            ADD 1 TO WS-MP-VALIDAS
            COMPUTE WS-MP-CHAVE = MP-DATA (WS-MP-I) * 100000000
                + MP-HORA (WS-MP-I)
            IF WS-MP-CHAVE >= WS-MP-CHAVE-ULT
                MOVE WS-MP-CHAVE-ULT TO WS-MP-CHAVE-PEN
                MOVE WS-MP-ULTIMA    TO WS-MP-PENULTIMA
                MOVE WS-MP-CHAVE     TO WS-MP-CHAVE-ULT
                MOVE WS-MP-I         TO WS-MP-ULTIMA
            ELSE
                IF WS-MP-CHAVE >= WS-MP-CHAVE-PEN
                    MOVE WS-MP-CHAVE TO WS-MP-CHAVE-PEN
                    MOVE WS-MP-I     TO WS-MP-PENULTIMA
                END-IF
            END-IF
        END-IF
    END-PERFORM.

0520-GRAVAR-FILA-EHR.
*> O PRONTUARIO RECEBE A CORRECAO/CANCELAMENTO PELA FILA DA CLINICA,
*> QUE O IMCLOTE COPIA PARA O EXTRATO DA NOITE. O EHR LOCALIZA A
*> MEDICAO PELO ID E PELA DATA ORIGINAL (O EXTRATO NAO TRAZ HORA).
    OPEN EXTEND ARQ-FILA-EHR
    IF WS-STATUS-FILA-EHR = "35"
        OPEN OUTPUT ARQ-FILA-EHR
    END-IF
    IF WS-STATUS-FILA-EHR NOT = "00"
        DISPLAY "ERRO AO ABRIR FILA DO PRONTUARIO (DD EHRFILA) - "
            "STATUS: " WS-STATUS-FILA-EHR
        STOP RUN
    END-IF
    MOVE AL-ID            TO EE-ID-PACIENTE
    MOVE AL-DATA          TO EE-DATA
    MOVE AL-UNIDADE       TO EE-UNIDADE
    MOVE 'C'              TO EE-ORIGEM
    MOVE SPACE            TO EE-REAPRESENTADO
    IF AL-GESTANTE = 'S' AND AL-SEMANA-GEST IS NUMERIC
        MOVE 'S'              TO EE-GESTANTE
        MOVE AL-SEMANA-GEST-N TO EE-SEMANA-GEST
    ELSE
        MOVE SPACES           TO EE-GESTACAO
    END-IF
    IF WS-OPCAO = 'C'
        MOVE IMC              TO EE-IMC
        MOVE WS-CLASSIFICACAO TO EE-CLASSIFICACAO
        MOVE PESO             TO EE-PESO
        MOVE ALTURA_CM        TO EE-ALTURA
        MOVE 'C'              TO EE-TIPO-REGISTRO
    ELSE
        MOVE 0                TO EE-IMC
        MOVE "ANULADA"        TO EE-CLASSIFICACAO
        MOVE 0                TO EE-PESO
        MOVE 0                TO EE-ALTURA
        MOVE 'A'              TO EE-TIPO-REGISTRO
    END-IF
    WRITE LINHA-FILA-EHR FROM LINHA-EXTRATO-EHR-DET
    CLOSE ARQ-FILA-EHR.

0600-CARREGAR-PARAMETROS.
    OPEN INPUT ARQ-PARAMETROS
    IF WS-STATUS-PARAMETROS = "35"
        DISPLAY "ARQUIVO DE PARAMETROS (PARMIMC) AUSENTE - "
            "USANDO VALORES PADRAO"
    ELSE
        IF WS-STATUS-PARAMETROS NOT = "00"
            DISPLAY "ERRO AO ABRIR ARQUIVO DE PARAMETROS (PARMIMC)"
                " - STATUS: " WS-STATUS-PARAMETROS
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
