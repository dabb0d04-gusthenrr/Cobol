IDENTIFICATION DIVISION.
PROGRAM-ID. PROGMANT.

*> MANUTENCAO DAS INSCRICOES NO PROGRAMA DE CONTROLE DE PESO DO
*> AMBULATORIO DE NUTRICAO (DD PROGPESO, UM REGISTRO POR PACIENTE,
*> CHAVE NO ID). INCLUIR: O PACIENTE PRECISA ESTAR ATIVO NO MESTRE
*> (DD PACMEST) E JA TER SIDO MEDIDO - A MEDICAO INICIAL (PESO,
*> IMC, DATA E UNIDADE) E A ULTIMA MEDICAO VALIDA DELE NA TRILHA
*> DE AUDITORIA (DD AUDITORI E, QUANDO ALOCADO, O ARQUIVO MENSAL
*> DO AUDARQV EM DD ARQMES), COM AS CORRECOES DO IMCCORR E OS IDS
*> FUNDIDOS PELO PACMERGE; MEDICAO DE GESTANTE NAO SERVE. A META E
*> DE IMC OU DE PESO (KG), ACIMA OU ABAIXO DO VALOR INICIAL.
*> DESLIGAR: GRAVA A DATA E O MOTIVO DA ALTA DO PROGRAMA; O
*> PACIENTE DESLIGADO PODE SER INSCRITO DE NOVO (NOVO CICLO, COM
*> NOVA MEDICAO INICIAL). O REGISTRO NAO GUARDA NOME (O NOME FICA
*> SO NO MESTRE; O PROGAVAL AVALIA POR ID). TODA INCLUSAO E
*> ALTERACAO VAI PARA A TRILHA COM A IMAGEM DO REGISTRO, COMO NO
*> PACMANUT.
*> INCLUIR, ALTERAR META E DESLIGAR EXIGEM OPERADOR ATIVO DE NIVEL
*> DE ATUALIZACAO NO OPERMEST; A RECUSA FICA REGISTRADA NA TRILHA
*> ("NEGADO PROGMANT").

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-PROGPESO ASSIGN TO PROGPESO
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INSC-ID-PACIENTE
        FILE STATUS IS WS-STATUS-PROGPESO.
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
    SELECT ARQ-AUDITORIA ASSIGN TO AUDITORI
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-AUDITORIA.
    SELECT ARQ-ARQMES ASSIGN TO ARQMES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-ARQMES.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.

DATA DIVISION.
FILE SECTION.
*> INSCRICAO NO PROGRAMA DE CONTROLE DE PESO (100 BYTES). SITUACAO
*> 'A' = ATIVO, 'D' = DESLIGADO. TIPO DE META 'I' = IMC, 'P' = PESO
*> EM KG. MOTIVOS DA ALTA NO 0420.
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

FD  ARQ-AUDITORIA.
    01 LINHA-AUDITORIA PIC X(120).

FD  ARQ-ARQMES.
    01 LINHA-ARQMES PIC X(120).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-STATUS-PROGPESO  PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-OPERMEST  PIC X(2) VALUE SPACES.
    01 WS-STATUS-AUDITORIA PIC X(2) VALUE SPACES.
    01 WS-STATUS-ARQMES    PIC X(2) VALUE SPACES.
    01 WS-OPERADOR         PIC X(20) VALUE SPACES.
    01 WS-NIVEL-OPERADOR   PIC 9(1) VALUE 0.
    01 NIVEL-ATUALIZACAO   PIC 9(1) VALUE 2.
    01 WS-DATA-ATUAL       PIC 9(8) VALUE 0.
    01 WS-HORA-ATUAL       PIC 9(8) VALUE 0.
*> EVENTO NA TRILHA DE AUDITORIA - MESMO LAYOUT DO PACMANUT
*> (COLUNAS 1-38 COMO NAS LINHAS DE MEDICAO). NA INCLUSAO E NA
*> ALTERACAO O TEXTO LEVA A IMAGEM DO REGISTRO DE INSCRICAO, COM O
*> ID NO INICIO (0810).
    01 LINHA-AUDIT-EVENTO.
        02 LAE-DATA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-HORA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-OPERADOR  PIC X(20).
        02 LAE-TEXTO     PIC X(82).
    01 WS-EVENTO-TEXTO     PIC X(82) VALUE SPACES.
    01 WS-IMAGEM-ANTES     PIC X(56) VALUE SPACES.
    01 WS-IMAGEM-DEPOIS    PIC X(56) VALUE SPACES.
    01 WS-IMAGEM-REG       PIC X(56) VALUE SPACES.
    01 WS-OPCAO            PIC X(1) VALUE SPACE.
    01 WS-CONFIRMA         PIC X(1) VALUE SPACE.
    01 WS-PERGUNTA         PIC X(60) VALUE SPACES.
    01 WS-ID-INFORMADO     PIC 9(6) VALUE 0.
    01 WS-PACIENTE-OK      PIC X(1) VALUE 'N'.
    01 WS-INSCRICAO-EXISTE PIC X(1) VALUE 'N'.
    01 ID-PACIENTE-MINIMO  PIC 9(6) VALUE 1.
    01 ID-PACIENTE-MAXIMO  PIC 9(6) VALUE 999999.

*> META: FAIXA ACEITA PARA META DE IMC; A DE PESO E A DO PARMIMC.
    01 IMC-META-MINIMO     PIC 9(3)V99 VALUE 10.
    01 IMC-META-MAXIMO     PIC 9(3)V99 VALUE 60.
    01 WS-TIPO-META        PIC X(1) VALUE SPACE.
    01 WS-META-OK          PIC X(1) VALUE 'N'.
    01 WS-META-MINIMA      PIC 9(3)V999 VALUE 0.
    01 WS-META-MAXIMA      PIC 9(3)V999 VALUE 0.
    01 WS-VALOR-INICIAL    PIC 9(3)V999 VALUE 0.
    01 WS-DIFERENCA-META   PIC 9(3)V999 VALUE 0.
    01 WS-SENTIDO-META     PIC X(5) VALUE SPACES.

*> ALTA DO PROGRAMA.
    01 WS-MOTIVO-ALTA      PIC X(2) VALUE SPACES.
    01 WS-DESC-MOTIVO      PIC X(26) VALUE SPACES.
    01 WS-OBS-ALTA         PIC X(30) VALUE SPACES.

*> SOBREVIVENTE NA CADEIA DE FUSOES DO PACMERGE (MESMA TRAVA DE 5
*> NIVEIS DO IMCCORR) E VARREDURA DA TRILHA.
    01 WS-ID-SOBREVIVENTE  PIC 9(6) VALUE 0.
    01 WS-ID-AUD           PIC 9(6) VALUE 0.
    01 WS-SALTOS-FUSAO     PIC 9(1) VALUE 0.
    01 WS-SEGUIR-FUSAO     PIC X(1) VALUE 'N'.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-SEM-ARQMES       PIC X(1) VALUE 'N'.

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

*> MEDICOES DO PACIENTE (SOBREVIVENTE E IDS FUNDIDOS NELE) ACHADAS
*> NA TRILHA, PARA ESCOLHER A MEDICAO INICIAL DEPOIS DE APLICADAS
*> AS CORRECOES.
    01 TAB-MEDICOES-PACIENTE.
        02 MP-ENTRADA OCCURS 500.
            03 MP-ID       PIC 9(6).
            03 MP-DATA     PIC 9(8).
            03 MP-HORA     PIC 9(8).
            03 MP-PESO     PIC 9(3)V999.
            03 MP-IMC      PIC 9(3)V99.
            03 MP-UNIDADE  PIC X(3).
            03 MP-GESTANTE PIC X(1).
            03 MP-VALIDA   PIC X(1).
    01 WS-MP-QTDE          PIC 9(3) VALUE 0.
    01 WS-MP-LIMITE        PIC 9(3) VALUE 500.
    01 WS-MP-I             PIC 9(3) VALUE 0.
    01 WS-MP-ULTIMA        PIC 9(3) VALUE 0.
    01 WS-MP-CHAVE         PIC 9(16) VALUE 0.
    01 WS-MP-CHAVE-ULT     PIC 9(16) VALUE 0.

*> ENTRADA DA META COM DECIMAIS (PONTO OU VIRGULA), CRITICADA PELO
*> 0127 - MESMA ROTINA DO IMCCORR.
    01 WS-DEC-ENTRADA      PIC X(10) VALUE SPACES.
    01 WS-DEC-VALOR        PIC 9(3)V999 VALUE 0.
    01 WS-DEC-VALIDO       PIC X(1) VALUE 'N'.
    01 WS-DEC-MAX-DECIMAIS PIC 9(1) VALUE 0.
    01 WS-DEC-I            PIC 9(2) VALUE 0.
    01 WS-DEC-PONTOS       PIC 9(2) VALUE 0.
    01 WS-DEC-DIG-INT      PIC 9(2) VALUE 0.
    01 WS-DEC-DIG-DEC      PIC 9(2) VALUE 0.
    01 WS-DEC-FIM          PIC X(1) VALUE 'N'.
    COPY PARMIMC.
    COPY CORRECAO.

    01 WS-ED-PESO          PIC ZZ9.999.
    01 WS-ED-IMC           PIC ZZ9.99.
    01 WS-ED-META-MIN      PIC ZZ9.999.
    01 WS-ED-META-MAX      PIC ZZ9.999.
    01 WS-ED-DIFERENCA     PIC ZZ9.999.

PROCEDURE DIVISION.
    DISPLAY "PROGMANT - INSCRICOES NO PROGRAMA DE CONTROLE DE PESO"
    ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
    DISPLAY "USER" UPON ENVIRONMENT-NAME
    ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
    IF WS-OPERADOR = SPACES
        MOVE "DESCONHECIDO" TO WS-OPERADOR
    END-IF
    PERFORM 0110-VERIFICAR-OPERADOR
    PERFORM 0600-CARREGAR-PARAMETROS
    PERFORM 0100-ABRIR-ARQUIVOS

    PERFORM UNTIL WS-OPCAO = 'S'
        DISPLAY " "
        DISPLAY "OPCOES: I-INCLUIR M-ALTERAR META D-DESLIGAR "
            "C-CONSULTAR S-SAIR"
        DISPLAY "DIGITE A OPCAO: "
        ACCEPT WS-OPCAO
        MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
        IF WS-OPCAO = 'I' OR WS-OPCAO = 'M' OR WS-OPCAO = 'D'
            IF WS-NIVEL-OPERADOR < NIVEL-ATUALIZACAO
                PERFORM 0130-NEGAR-ATUALIZACAO
                MOVE SPACE TO WS-OPCAO
            END-IF
        END-IF
        IF WS-OPCAO = 'I'
            PERFORM 0200-INCLUIR
        ELSE
            IF WS-OPCAO = 'M'
                PERFORM 0300-ALTERAR-META
            ELSE
                IF WS-OPCAO = 'D'
                    PERFORM 0400-DESLIGAR
                ELSE
                    IF WS-OPCAO = 'C'
                        PERFORM 0500-CONSULTAR
                    ELSE
                        IF WS-OPCAO NOT = 'S'
                           AND WS-OPCAO NOT = SPACE
                            DISPLAY "OPCAO INVALIDA."
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE ARQ-PROGPESO
    CLOSE ARQ-PACMEST
    STOP RUN.

0100-ABRIR-ARQUIVOS.
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
    END-IF
    OPEN I-O ARQ-PROGPESO
    IF WS-STATUS-PROGPESO = "35"
        OPEN OUTPUT ARQ-PROGPESO
        CLOSE ARQ-PROGPESO
        OPEN I-O ARQ-PROGPESO
    END-IF
    IF WS-STATUS-PROGPESO NOT = "00"
        DISPLAY "ERRO AO ABRIR INSCRICOES DO PROGRAMA (DD PROGPESO) - "
            "STATUS: " WS-STATUS-PROGPESO
        STOP RUN
    END-IF.

0110-VERIFICAR-OPERADOR.
*> MESMA REGRA DO PACMANUT: NIVEL 1 SO CONSULTA; NIVEL 2 INCLUI,
*> ALTERA A META E DESLIGA. SEM PERFIL, INATIVO OU SEM O CADASTRO
*> DE OPERADORES, SOMENTE CONSULTA.
    MOVE 0 TO WS-NIVEL-OPERADOR
    OPEN INPUT ARQ-OPERMEST
    IF WS-STATUS-OPERMEST = "35"
        DISPLAY "CADASTRO DE OPERADORES (DD OPERMEST) AUSENTE - "
            "SOMENTE CONSULTA LIBERADA (VER OPERMANT)"
    ELSE
        IF WS-STATUS-OPERMEST NOT = "00"
            DISPLAY "ERRO AO ABRIR CADASTRO DE OPERADORES "
                "(DD OPERMEST) - STATUS: " WS-STATUS-OPERMEST
            STOP RUN
        END-IF
        MOVE WS-OPERADOR TO OPER-ID-OPERADOR
        READ ARQ-OPERMEST
            INVALID KEY
                DISPLAY "OPERADOR " WS-OPERADOR " SEM PERFIL - "
                    "SOMENTE CONSULTA LIBERADA"
            NOT INVALID KEY
                IF OPER-SITUACAO = 'A'
                    MOVE OPER-NIVEL TO WS-NIVEL-OPERADOR
                    DISPLAY "OPERADOR: " OPER-NOME " NIVEL "
                        OPER-NIVEL
                ELSE
                    DISPLAY "OPERADOR " WS-OPERADOR " INATIVO - "
                        "SOMENTE CONSULTA LIBERADA"
                END-IF
        END-READ
        CLOSE ARQ-OPERMEST
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

0130-NEGAR-ATUALIZACAO.
    DISPLAY "OPCAO '" WS-OPCAO "' EXIGE NIVEL " NIVEL-ATUALIZACAO
        " - ACESSO NEGADO (SEU NIVEL: " WS-NIVEL-OPERADOR ")."
    MOVE SPACES TO WS-EVENTO-TEXTO
    STRING "NEGADO PROGMANT OPCAO " WS-OPCAO " NIVEL "
        WS-NIVEL-OPERADOR DELIMITED BY SIZE INTO WS-EVENTO-TEXTO
    PERFORM 0800-GRAVAR-EVENTO.

0140-PEDIR-ID.
    MOVE 0 TO WS-ID-INFORMADO
    PERFORM WITH TEST AFTER
            UNTIL WS-ID-INFORMADO >= ID-PACIENTE-MINIMO
              AND WS-ID-INFORMADO <= ID-PACIENTE-MAXIMO
        DISPLAY "DIGITE O ID DO PACIENTE: "
        ACCEPT WS-ID-INFORMADO
        IF WS-ID-INFORMADO < ID-PACIENTE-MINIMO
                      OR WS-ID-INFORMADO > ID-PACIENTE-MAXIMO
            DISPLAY "ID DE PACIENTE INVALIDO. INFORME UM VALOR ENTRE "
                ID-PACIENTE-MINIMO " E " ID-PACIENTE-MAXIMO "."
        END-IF
    END-PERFORM.

0145-LER-INSCRICAO.
    MOVE WS-ID-INFORMADO TO INSC-ID-PACIENTE
    MOVE 'S' TO WS-INSCRICAO-EXISTE
    READ ARQ-PROGPESO
        INVALID KEY
            MOVE 'N' TO WS-INSCRICAO-EXISTE
    END-READ.

0150-CONFIRMAR.
    MOVE SPACE TO WS-CONFIRMA
    PERFORM WITH TEST AFTER
            UNTIL WS-CONFIRMA = 'S' OR WS-CONFIRMA = 'N'
        DISPLAY WS-PERGUNTA
        ACCEPT WS-CONFIRMA
        MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
    END-PERFORM.

0200-INCLUIR.
    PERFORM 0140-PEDIR-ID
    PERFORM 0210-CONFERIR-MESTRE
    IF WS-PACIENTE-OK = 'S'
        PERFORM 0145-LER-INSCRICAO
        IF WS-INSCRICAO-EXISTE = 'S' AND INSC-SITUACAO = 'A'
            DISPLAY "PACIENTE " WS-ID-INFORMADO " JA INSCRITO NO "
                "PROGRAMA DESDE " INSC-DATA-INCLUSAO "."
        ELSE
            MOVE 'S' TO WS-CONFIRMA
            IF WS-INSCRICAO-EXISTE = 'S'
                DISPLAY "PACIENTE DESLIGADO DO PROGRAMA EM "
                    INSC-DATA-ALTA " (MOTIVO " INSC-MOTIVO-ALTA ")."
                PERFORM 0810-MONTAR-IMAGEM
                MOVE WS-IMAGEM-REG TO WS-IMAGEM-ANTES
                MOVE "CONFIRMA NOVA INSCRICAO (NOVO CICLO) (S/N)? "
                    TO WS-PERGUNTA
                PERFORM 0150-CONFIRMAR
            END-IF
            IF WS-CONFIRMA = 'S'
                PERFORM 0220-MEDICAO-INICIAL
            END-IF
            IF WS-CONFIRMA = 'S'
                MOVE WS-ID-INFORMADO          TO INSC-ID-PACIENTE
                MOVE WS-DATA-ATUAL            TO INSC-DATA-INCLUSAO
                MOVE MP-UNIDADE (WS-MP-ULTIMA) TO INSC-UNIDADE
                MOVE MP-PESO (WS-MP-ULTIMA)   TO INSC-PESO-INICIAL
                MOVE MP-IMC (WS-MP-ULTIMA)    TO INSC-IMC-INICIAL
                MOVE MP-DATA (WS-MP-ULTIMA)   TO INSC-DATA-INICIAL
                MOVE MP-HORA (WS-MP-ULTIMA)   TO INSC-HORA-INICIAL
                MOVE 'A'                      TO INSC-SITUACAO
                MOVE 0                        TO INSC-DATA-ALTA
                MOVE SPACES                   TO INSC-MOTIVO-ALTA
                MOVE SPACES                   TO INSC-OBS-ALTA
                PERFORM 0310-PEDIR-META
                MOVE "CONFIRMA A INSCRICAO NO PROGRAMA (S/N)? "
                    TO WS-PERGUNTA
                PERFORM 0150-CONFIRMAR
            END-IF
            IF WS-CONFIRMA = 'S'
                IF WS-INSCRICAO-EXISTE = 'S'
                    REWRITE REG-PROGPESO
                ELSE
                    WRITE REG-PROGPESO
                END-IF
                IF WS-STATUS-PROGPESO = "00"
                    DISPLAY "PACIENTE " WS-ID-INFORMADO
                        " INSCRITO NO PROGRAMA."
                    IF WS-INSCRICAO-EXISTE = 'S'
                        PERFORM 0820-GRAVAR-ANTES-DEPOIS
                    ELSE
                        PERFORM 0810-MONTAR-IMAGEM
                        MOVE SPACES TO WS-EVENTO-TEXTO
                        STRING "INCLUSAO PROGMANT DEPOIS " WS-IMAGEM-REG
                            DELIMITED BY SIZE INTO WS-EVENTO-TEXTO
                        PERFORM 0800-GRAVAR-EVENTO
                    END-IF
                ELSE
                    DISPLAY "ERRO AO GRAVAR INSCRICAO - STATUS: "
                        WS-STATUS-PROGPESO
                END-IF
            ELSE
                DISPLAY "OPERACAO CANCELADA - NADA FOI GRAVADO."
            END-IF
        END-IF
    END-IF.

0210-CONFERIR-MESTRE.
*> SO ENTRA NO PROGRAMA PACIENTE ATIVO NO MESTRE, PELO ID
*> SOBREVIVENTE DO PACMERGE.
    MOVE 'N' TO WS-PACIENTE-OK
    MOVE WS-ID-INFORMADO TO PACM-ID-PACIENTE
    READ ARQ-PACMEST
        INVALID KEY
            DISPLAY "ID " WS-ID-INFORMADO " NAO CADASTRADO NO MESTRE - "
                "CADASTRE O PACIENTE COM O PACMANUT."
        NOT INVALID KEY
            IF PACM-SITUACAO = 'M'
                DISPLAY "ID " WS-ID-INFORMADO " FOI FUNDIDO NO ID "
                    PACM-ID-DESTINO " (PACMERGE) - INSCREVA O "
                    "SOBREVIVENTE."
            ELSE
            IF PACM-SITUACAO NOT = 'A'
                DISPLAY "PACIENTE " WS-ID-INFORMADO " INATIVO NO "
                    "MESTRE - REATIVE COM O PACMANUT."
            ELSE
                DISPLAY "PACIENTE: " PACM-NOME " NASC "
                    PACM-DATA-NASC " SEXO " PACM-SEXO
                MOVE 'S' TO WS-PACIENTE-OK
            END-IF
            END-IF
    END-READ.

0220-MEDICAO-INICIAL.
*> A MEDICAO INICIAL E A ULTIMA MEDICAO VALIDA DO PACIENTE NA
*> TRILHA; O OPERADOR CONFIRMA (PESAGEM ANTIGA: MEDIR DE NOVO NO
*> IMC E REPETIR A INSCRICAO).
    MOVE WS-ID-INFORMADO TO WS-ID-SOBREVIVENTE
    PERFORM 0700-VARRER-TRILHA
    PERFORM 0730-ESCOLHER-INICIAL
    IF WS-MP-ULTIMA = 0
        DISPLAY "NENHUMA MEDICAO VALIDA DO PACIENTE NA TRILHA - MECA "
            "O PACIENTE NO IMC ANTES DA INSCRICAO."
        MOVE 'N' TO WS-CONFIRMA
    ELSE
    IF MP-GESTANTE (WS-MP-ULTIMA) = 'S'
        DISPLAY "A ULTIMA MEDICAO (" MP-DATA (WS-MP-ULTIMA)
            ") E DE GESTANTE - INSCRICAO RECUSADA."
        MOVE 'N' TO WS-CONFIRMA
    ELSE
        MOVE MP-PESO (WS-MP-ULTIMA) TO WS-ED-PESO
        MOVE MP-IMC (WS-MP-ULTIMA)  TO WS-ED-IMC
        DISPLAY "MEDICAO INICIAL: " MP-DATA (WS-MP-ULTIMA) " "
            MP-HORA (WS-MP-ULTIMA) (1:6) " PESO " WS-ED-PESO
            " KG  IMC " WS-ED-IMC " UNIDADE "
            MP-UNIDADE (WS-MP-ULTIMA)
        MOVE "USAR ESTA MEDICAO COMO INICIAL (S/N)? " TO WS-PERGUNTA
        PERFORM 0150-CONFIRMAR
        IF WS-CONFIRMA = 'N'
            DISPLAY "MECA O PACIENTE NO IMC E REPITA A INSCRICAO."
        END-IF
    END-IF
    END-IF.

0300-ALTERAR-META.
    PERFORM 0140-PEDIR-ID
    PERFORM 0145-LER-INSCRICAO
    IF WS-INSCRICAO-EXISTE = 'N'
        DISPLAY "PACIENTE " WS-ID-INFORMADO " NAO INSCRITO NO "
            "PROGRAMA."
    ELSE
    IF INSC-SITUACAO NOT = 'A'
        DISPLAY "PACIENTE DESLIGADO DO PROGRAMA EM " INSC-DATA-ALTA
            " - FACA NOVA INSCRICAO."
    ELSE
        PERFORM 0510-MOSTRAR-INSCRICAO
        PERFORM 0810-MONTAR-IMAGEM
        MOVE WS-IMAGEM-REG TO WS-IMAGEM-ANTES
        PERFORM 0310-PEDIR-META
        MOVE "CONFIRMA A NOVA META (S/N)? " TO WS-PERGUNTA
        PERFORM 0150-CONFIRMAR
        IF WS-CONFIRMA = 'S'
            REWRITE REG-PROGPESO
            IF WS-STATUS-PROGPESO = "00"
                DISPLAY "META DO PACIENTE " WS-ID-INFORMADO
                    " ALTERADA."
                PERFORM 0820-GRAVAR-ANTES-DEPOIS
            ELSE
                DISPLAY "ERRO AO ALTERAR INSCRICAO - STATUS: "
                    WS-STATUS-PROGPESO
            END-IF
        ELSE
            DISPLAY "OPERACAO CANCELADA - NADA FOI GRAVADO."
        END-IF
    END-IF
    END-IF.

0310-PEDIR-META.
*> META DE IMC OU DE PESO, DIFERENTE DO VALOR INICIAL: ABAIXO DELE
*> E META DE PERDA, ACIMA E META DE GANHO (O PROGAVAL CONFERE O
*> ATINGIMENTO NO SENTIDO DA META).
    MOVE SPACE TO WS-TIPO-META
    PERFORM WITH TEST AFTER
            UNTIL WS-TIPO-META = 'I' OR WS-TIPO-META = 'P'
        DISPLAY "TIPO DA META: I-IMC P-PESO (KG): "
        ACCEPT WS-TIPO-META
        MOVE FUNCTION UPPER-CASE(WS-TIPO-META) TO WS-TIPO-META
        IF WS-TIPO-META NOT = 'I' AND WS-TIPO-META NOT = 'P'
            DISPLAY "TIPO INVALIDO. INFORME 'I' OU 'P'."
        END-IF
    END-PERFORM
    IF WS-TIPO-META = 'I'
        MOVE INSC-IMC-INICIAL TO WS-VALOR-INICIAL
        MOVE IMC-META-MINIMO  TO WS-META-MINIMA
        MOVE IMC-META-MAXIMO  TO WS-META-MAXIMA
        MOVE 2 TO WS-DEC-MAX-DECIMAIS
    ELSE
        MOVE INSC-PESO-INICIAL TO WS-VALOR-INICIAL
        MOVE PESO-MINIMO       TO WS-META-MINIMA
        MOVE PESO-MAXIMO       TO WS-META-MAXIMA
        MOVE 3 TO WS-DEC-MAX-DECIMAIS
    END-IF
    MOVE WS-META-MINIMA TO WS-ED-META-MIN
    MOVE WS-META-MAXIMA TO WS-ED-META-MAX
    MOVE 'N' TO WS-META-OK
    PERFORM WITH TEST AFTER UNTIL WS-META-OK = 'S'
        IF WS-TIPO-META = 'I'
            DISPLAY "DIGITE O IMC META (ATE 2 DECIMAIS): "
        ELSE
            DISPLAY "DIGITE O PESO META (EM KG, ATE 3 DECIMAIS): "
        END-IF
        ACCEPT WS-DEC-ENTRADA
        PERFORM 0127-CONVERTER-DECIMAL
        IF WS-DEC-VALIDO = 'N'
            DISPLAY "META INVALIDA. INFORME NUMERO COM ATE "
                WS-DEC-MAX-DECIMAIS " CASAS DECIMAIS."
        ELSE
        IF WS-DEC-VALOR < WS-META-MINIMA
           OR WS-DEC-VALOR > WS-META-MAXIMA
            DISPLAY "META FORA DA FAIXA. INFORME UM VALOR ENTRE "
                WS-ED-META-MIN " E " WS-ED-META-MAX "."
        ELSE
        IF WS-DEC-VALOR = WS-VALOR-INICIAL
            DISPLAY "META IGUAL AO VALOR INICIAL - INFORME OUTRO "
                "VALOR."
        ELSE
            MOVE 'S' TO WS-META-OK
        END-IF
        END-IF
        END-IF
    END-PERFORM
    MOVE WS-TIPO-META TO INSC-TIPO-META
    MOVE WS-DEC-VALOR TO INSC-META
    IF WS-DEC-VALOR < WS-VALOR-INICIAL
        COMPUTE WS-DIFERENCA-META = WS-VALOR-INICIAL - WS-DEC-VALOR
        MOVE "PERDA" TO WS-SENTIDO-META
    ELSE
        COMPUTE WS-DIFERENCA-META = WS-DEC-VALOR - WS-VALOR-INICIAL
        MOVE "GANHO" TO WS-SENTIDO-META
    END-IF
    MOVE WS-DIFERENCA-META TO WS-ED-DIFERENCA
    IF WS-TIPO-META = 'I'
        MOVE WS-VALOR-INICIAL TO WS-ED-IMC
        DISPLAY "META: " WS-SENTIDO-META " DE " WS-ED-DIFERENCA
            " NO IMC (INICIAL " WS-ED-IMC ")"
    ELSE
        MOVE WS-VALOR-INICIAL TO WS-ED-PESO
        DISPLAY "META: " WS-SENTIDO-META " DE " WS-ED-DIFERENCA
            " KG (INICIAL " WS-ED-PESO " KG)"
    END-IF.

0400-DESLIGAR.
    PERFORM 0140-PEDIR-ID
    PERFORM 0145-LER-INSCRICAO
    IF WS-INSCRICAO-EXISTE = 'N'
        DISPLAY "PACIENTE " WS-ID-INFORMADO " NAO INSCRITO NO "
            "PROGRAMA."
    ELSE
    IF INSC-SITUACAO NOT = 'A'
        DISPLAY "PACIENTE JA DESLIGADO DO PROGRAMA EM "
            INSC-DATA-ALTA "."
    ELSE
        PERFORM 0510-MOSTRAR-INSCRICAO
        PERFORM 0810-MONTAR-IMAGEM
        MOVE WS-IMAGEM-REG TO WS-IMAGEM-ANTES
        PERFORM 0410-PEDIR-MOTIVO-ALTA
        MOVE "CONFIRMA O DESLIGAMENTO DO PROGRAMA (S/N)? "
            TO WS-PERGUNTA
        PERFORM 0150-CONFIRMAR
        IF WS-CONFIRMA = 'S'
            MOVE 'D'            TO INSC-SITUACAO
            MOVE WS-DATA-ATUAL  TO INSC-DATA-ALTA
            MOVE WS-MOTIVO-ALTA TO INSC-MOTIVO-ALTA
            MOVE WS-OBS-ALTA    TO INSC-OBS-ALTA
            REWRITE REG-PROGPESO
            IF WS-STATUS-PROGPESO = "00"
                DISPLAY "PACIENTE " WS-ID-INFORMADO
                    " DESLIGADO DO PROGRAMA."
                PERFORM 0820-GRAVAR-ANTES-DEPOIS
            ELSE
                DISPLAY "ERRO AO DESLIGAR PACIENTE - STATUS: "
                    WS-STATUS-PROGPESO
            END-IF
        ELSE
            DISPLAY "OPERACAO CANCELADA - NADA FOI GRAVADO."
        END-IF
    END-IF
    END-IF.

0410-PEDIR-MOTIVO-ALTA.
    DISPLAY "MOTIVOS: MA-META ATINGIDA AB-ABANDONO "
        "EN-ENCAMINHADO/TRANSFERIDO"
    DISPLAY "         CL-CONTRAINDICACAO CLINICA GE-GESTACAO "
        "OB-OBITO OU-OUTRO"
    MOVE SPACES TO WS-DESC-MOTIVO
    PERFORM WITH TEST AFTER UNTIL WS-DESC-MOTIVO NOT = SPACES
        DISPLAY "DIGITE O MOTIVO DO DESLIGAMENTO: "
        ACCEPT WS-MOTIVO-ALTA
        MOVE FUNCTION UPPER-CASE(WS-MOTIVO-ALTA) TO WS-MOTIVO-ALTA
        PERFORM 0420-DESCREVER-MOTIVO
        IF WS-DESC-MOTIVO = SPACES
            DISPLAY "MOTIVO INVALIDO. INFORME UM DOS CODIGOS ACIMA."
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-OBS-ALTA
    PERFORM WITH TEST AFTER
            UNTIL WS-OBS-ALTA NOT = SPACES OR WS-MOTIVO-ALTA NOT = "OU"
        DISPLAY "DIGITE A OBSERVACAO (ATE 30 CARACTERES, "
            "OBRIGATORIA PARA OU): "
        ACCEPT WS-OBS-ALTA
        MOVE FUNCTION UPPER-CASE(WS-OBS-ALTA) TO WS-OBS-ALTA
        IF WS-OBS-ALTA = SPACES AND WS-MOTIVO-ALTA = "OU"
            DISPLAY "OBSERVACAO OBRIGATORIA PARA O MOTIVO OU."
        END-IF
    END-PERFORM.

0420-DESCREVER-MOTIVO.
*> MESMOS CODIGOS E DESCRICOES NO PROGAVAL.
    EVALUATE WS-MOTIVO-ALTA
        WHEN "MA"
            MOVE "META ATINGIDA" TO WS-DESC-MOTIVO
        WHEN "AB"
            MOVE "ABANDONO" TO WS-DESC-MOTIVO
        WHEN "EN"
            MOVE "ENCAMINHADO/TRANSFERIDO" TO WS-DESC-MOTIVO
        WHEN "CL"
            MOVE "CONTRAINDICACAO CLINICA" TO WS-DESC-MOTIVO
        WHEN "GE"
            MOVE "GESTACAO" TO WS-DESC-MOTIVO
        WHEN "OB"
            MOVE "OBITO" TO WS-DESC-MOTIVO
        WHEN "OU"
            MOVE "OUTRO" TO WS-DESC-MOTIVO
        WHEN OTHER
            MOVE SPACES TO WS-DESC-MOTIVO
    END-EVALUATE.

0500-CONSULTAR.
    PERFORM 0140-PEDIR-ID
    PERFORM 0145-LER-INSCRICAO
    IF WS-INSCRICAO-EXISTE = 'N'
        DISPLAY "PACIENTE " WS-ID-INFORMADO " NAO INSCRITO NO "
            "PROGRAMA."
    ELSE
        PERFORM 0510-MOSTRAR-INSCRICAO
    END-IF.

0510-MOSTRAR-INSCRICAO.
    DISPLAY "ID: " INSC-ID-PACIENTE "  INSCRITO EM "
        INSC-DATA-INCLUSAO "  UNIDADE " INSC-UNIDADE
    MOVE INSC-PESO-INICIAL TO WS-ED-PESO
    MOVE INSC-IMC-INICIAL  TO WS-ED-IMC
    DISPLAY "MEDICAO INICIAL: " INSC-DATA-INICIAL " PESO "
        WS-ED-PESO " KG  IMC " WS-ED-IMC
    IF INSC-TIPO-META = 'I'
        MOVE INSC-META TO WS-ED-IMC
        DISPLAY "META: IMC " WS-ED-IMC
    ELSE
    IF INSC-TIPO-META = 'P'
        MOVE INSC-META TO WS-ED-PESO
        DISPLAY "META: PESO " WS-ED-PESO " KG"
    ELSE
        DISPLAY "META: NAO DEFINIDA"
    END-IF
    END-IF
    IF INSC-SITUACAO = 'A'
        DISPLAY "SITUACAO: ATIVO"
    ELSE
        MOVE INSC-MOTIVO-ALTA TO WS-MOTIVO-ALTA
        PERFORM 0420-DESCREVER-MOTIVO
        DISPLAY "SITUACAO: DESLIGADO EM " INSC-DATA-ALTA " - "
            INSC-MOTIVO-ALTA " " WS-DESC-MOTIVO
        IF INSC-OBS-ALTA NOT = SPACES
            DISPLAY "OBSERVACAO: " INSC-OBS-ALTA
        END-IF
    END-IF.

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

0700-VARRER-TRILHA.
*> UMA PASSADA PELA TRILHA (VIVA E MENSAL): GUARDA AS MEDICOES DO
*> PACIENTE E CARREGA OS EVENTOS DE CORRECAO DO IMCCORR.
    MOVE 0 TO WS-MP-QTDE
    MOVE 0 TO WS-CORR-QTDE
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
                PERFORM 0710-EXAMINAR-LINHA
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
                    PERFORM 0710-EXAMINAR-LINHA
            END-READ
        END-PERFORM
        CLOSE ARQ-ARQMES
    END-IF.

0710-EXAMINAR-LINHA.
    IF AL-ID IS NUMERIC
        IF AL-DATA IS NUMERIC AND AL-HORA IS NUMERIC
            PERFORM 0715-SEGUIR-FUSAO
            IF WS-ID-AUD = WS-ID-SOBREVIVENTE
                PERFORM 0720-GUARDAR-MEDICAO
            END-IF
        END-IF
    ELSE
        MOVE LINHA-AUD-DET TO LINHA-AUD-CORRECAO
        PERFORM 0900-GUARDAR-CORRECAO
    END-IF.

0715-SEGUIR-FUSAO.
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

0720-GUARDAR-MEDICAO.
    IF WS-MP-QTDE >= WS-MP-LIMITE
        DISPLAY "TABELA DE MEDICOES DO PACIENTE CHEIA ("
            WS-MP-LIMITE ") - AUMENTE TAB-MEDICOES-PACIENTE"
        STOP RUN
    END-IF
    ADD 1 TO WS-MP-QTDE
    MOVE AL-ID      TO MP-ID (WS-MP-QTDE)
    MOVE AL-DATA    TO MP-DATA (WS-MP-QTDE)
    MOVE AL-HORA    TO MP-HORA (WS-MP-QTDE)
    IF AL-PESO-PRECISO IS NUMERIC
        MOVE AL-PESO-PRECISO-N TO MP-PESO (WS-MP-QTDE)
    ELSE
        COMPUTE MP-PESO (WS-MP-QTDE) = FUNCTION NUMVAL(AL-PESO)
    END-IF
    COMPUTE MP-IMC (WS-MP-QTDE) = FUNCTION NUMVAL(AL-IMC)
    IF AL-UNIDADE = SPACES
        MOVE "---" TO MP-UNIDADE (WS-MP-QTDE)
    ELSE
        MOVE AL-UNIDADE TO MP-UNIDADE (WS-MP-QTDE)
    END-IF
    IF AL-GESTANTE = 'S'
        MOVE 'S' TO MP-GESTANTE (WS-MP-QTDE)
    ELSE
        MOVE 'N' TO MP-GESTANTE (WS-MP-QTDE)
    END-IF
    MOVE 'S' TO MP-VALIDA (WS-MP-QTDE).

0730-ESCOLHER-INICIAL.
*> APLICA AS CORRECOES/ANULACOES E FICA COM A MEDICAO MAIS RECENTE
*> (DATA E HORA) QUE SOBROU.
    MOVE 0 TO WS-MP-ULTIMA
    MOVE 0 TO WS-MP-CHAVE-ULT
    PERFORM VARYING WS-MP-I FROM 1 BY 1 UNTIL WS-MP-I > WS-MP-QTDE
        MOVE MP-ID (WS-MP-I)   TO WS-CORR-BUSCA-ID
        MOVE MP-DATA (WS-MP-I) TO WS-CORR-BUSCA-DATA
        MOVE MP-HORA (WS-MP-I) TO WS-CORR-BUSCA-HORA
        PERFORM 0910-PROCURAR-CORRECAO
        IF WS-CORR-ACHADA > 0
            IF CR-TIPO (WS-CORR-ACHADA) = 'A'
                MOVE 'N' TO MP-VALIDA (WS-MP-I)
            ELSE
                MOVE CR-PESO (WS-CORR-ACHADA) TO MP-PESO (WS-MP-I)
                MOVE CR-IMC (WS-CORR-ACHADA)  TO MP-IMC (WS-MP-I)
            END-IF
        END-IF
        IF MP-VALIDA (WS-MP-I) = 'S' AND MP-PESO (WS-MP-I) > 0
            COMPUTE WS-MP-CHAVE = MP-DATA (WS-MP-I) * 100000000
                + MP-HORA (WS-MP-I)
            IF WS-MP-CHAVE >= WS-MP-CHAVE-ULT
                MOVE WS-MP-CHAVE TO WS-MP-CHAVE-ULT
                MOVE WS-MP-I     TO WS-MP-ULTIMA
            END-IF
        END-IF
    END-PERFORM.

0800-GRAVAR-EVENTO.
    PERFORM 0120-ABRIR-AUDITORIA
    PERFORM 0805-ESCREVER-EVENTO
    CLOSE ARQ-AUDITORIA.

0805-ESCREVER-EVENTO.
    ACCEPT WS-HORA-ATUAL FROM TIME
    MOVE WS-DATA-ATUAL   TO LAE-DATA
    MOVE WS-HORA-ATUAL   TO LAE-HORA
    MOVE WS-OPERADOR     TO LAE-OPERADOR
    MOVE WS-EVENTO-TEXTO TO LAE-TEXTO
    WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO.

0810-MONTAR-IMAGEM.
*> ID, INCLUSAO, UNIDADE, PESO INICIAL, TIPO E VALOR DA META,
*> SITUACAO, DATA E MOTIVO DA ALTA (VALORES SEM PONTO DECIMAL).
    MOVE SPACES TO WS-IMAGEM-REG
    STRING INSC-ID-PACIENTE " " INSC-DATA-INCLUSAO " " INSC-UNIDADE
        " " INSC-PESO-INICIAL " " INSC-TIPO-META " " INSC-META
        " " INSC-SITUACAO " " INSC-DATA-ALTA " " INSC-MOTIVO-ALTA
        DELIMITED BY SIZE INTO WS-IMAGEM-REG.

0820-GRAVAR-ANTES-DEPOIS.
    PERFORM 0810-MONTAR-IMAGEM
    MOVE WS-IMAGEM-REG TO WS-IMAGEM-DEPOIS
    PERFORM 0120-ABRIR-AUDITORIA
    MOVE SPACES TO WS-EVENTO-TEXTO
    STRING "ALTERACAO PROGMANT ANTES  " WS-IMAGEM-ANTES
        DELIMITED BY SIZE INTO WS-EVENTO-TEXTO
    PERFORM 0805-ESCREVER-EVENTO
    MOVE SPACES TO WS-EVENTO-TEXTO
    STRING "ALTERACAO PROGMANT DEPOIS " WS-IMAGEM-DEPOIS
        DELIMITED BY SIZE INTO WS-EVENTO-TEXTO
    PERFORM 0805-ESCREVER-EVENTO
    CLOSE ARQ-AUDITORIA.

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
