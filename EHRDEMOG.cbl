*> CADA REGISTRO DO EXTRATO (ID, NOME, NASCIMENTO, SEXO):
*>   - ID AUSENTE DO CADASTRO MESTRE E INCLUIDO (SITUACAO ATIVA);
*>   - ID PRESENTE E ATUALIZADO COM OS DADOS DO EHR (O EHR E A
*>     FONTE OFICIAL DE NOME/SEXO/NASCIMENTO), MENOS O PACIENTE
*>     ANONIMIZADO PELO PACLGPD (PEDIDO DO TITULAR, LGPD), QUE VAI
*>     PARA A SECAO 5 PARA SER EXCLUIDO DO EXTRATO DO EHR;
*> E PRODUZ O RELATORIO DE DIVERGENCIAS PARA OS ESCRITURARIOS, POR
*> ORDEM DE GRAVIDADE: 1) SEXO DIVERGENTE, 2) NOME DIVERGENTE,
*> 3) IDS DO NOSSO HISTORICO DESCONHECIDOS DO EHR, 4) PACIENTES DO
*> EHR NUNCA MEDIDOS AQUI, 5) REGISTROS INVALIDOS NO EXTRATO.
*> RODA COMO PRIMEIRO PASSO DA RODADA NOTURNA, PARA O IMC DA NOITE
*> TRABALHAR COM IDENTIDADES CONCILIADAS.
*> O RESULTADO E AS CONTAGENS VAO PARA O HISTORICO DA RODADA
*> NOTURNA (DD HISTNOIT), LIDO PELO NOITERES NO FIM DO IMCNOITE.
*> CODIGOS DE RETORNO: 0 = SEM DIVERGENCIA; 4 = RELATORIO COM
*> DIVERGENCIAS A RESOLVER; 16 = ERRO DE ARQUIVO.

    SELECT ARQ-DIVERREL ASSIGN TO DIVERREL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-DIVERREL.
    SELECT ARQ-HISTNOIT ASSIGN TO HISTNOIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-HISTNOIT.

DATA DIVISION.
FILE SECTION.
        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-DIVERREL.
    01 LINHA-DIVERREL PIC X(100).

FD  ARQ-HISTNOIT.
    01 LINHA-HISTNOIT PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-STATUS-EHRDEMOG  PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
    01 WS-STATUS-DIVERREL  PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTNOIT  PIC X(2) VALUE SPACES.
    01 WS-FIM-ARQUIVO      PIC X(1) VALUE 'N'.
    01 WS-FIM-HISTORICO    PIC X(1) VALUE 'N'.
    01 WS-SEM-HISTORICO    PIC X(1) VALUE 'N'.
    01 WS-HIST-SEM-EHR     PIC 9(7) VALUE 0.
    01 WS-EHR-SEM-MEDICAO  PIC 9(7) VALUE 0.
    01 WS-TOTAL-FUNDIDOS   PIC 9(7) VALUE 0.
    01 WS-TOTAL-ANONIMIZADOS PIC 9(7) VALUE 0.
    01 NOME-ANONIMIZADO    PIC X(20) VALUE "ANONIMIZADO".

    01 TAB-IDS-EHR.
        02 IDE-ID PIC 9(6) OCCURS 10000.
    01 WS-LINHA-SECAO      PIC X(100) VALUE SPACES.
    01 WS-PERDIDAS-SECAO   PIC 9(7) VALUE 0.
    01 LINHA-TEXTO         PIC X(100) VALUE SPACES.
    COPY HISTNOIT.

PROCEDURE DIVISION.
    DISPLAY "EHRDEMOG - CARGA DA DEMOGRAFIA DO PRONTUARIO"
    DISPLAY "DIVERGENCIAS DE NOME: " WS-DIVERG-NOME
    DISPLAY "IDS DO HISTORICO DESCONHECIDOS DO EHR: " WS-HIST-SEM-EHR
    DISPLAY "IDS DO EHR JA FUNDIDOS AQUI: " WS-TOTAL-FUNDIDOS
    DISPLAY "IDS DO EHR ANONIMIZADOS AQUI: " WS-TOTAL-ANONIMIZADOS
    IF WS-DIVERG-SEXO > 0 OR WS-DIVERG-NOME > 0
       OR WS-HIST-SEM-EHR > 0 OR WS-TOTAL-INVALIDOS > 0
       OR WS-TOTAL-FUNDIDOS > 0 OR WS-TOTAL-ANONIMIZADOS > 0
        DISPLAY "HA DIVERGENCIAS A RESOLVER - VER RELATORIO"
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 0600-REGISTRAR-NOITE
    STOP RUN.

0100-ABRIR-ARQUIVOS.
            PACM-ID-DESTINO " - ATUALIZAR O CADASTRO DO EHR"
            DELIMITED BY SIZE INTO WS-LINHA-SECAO
        PERFORM 0260-ADICIONAR-INVAL
    ELSE
    IF PACM-NOME = NOME-ANONIMIZADO
*> ANONIMIZADO A PEDIDO DO TITULAR: A DEMOGRAFIA DO EHR NAO PODE
*> IDENTIFICAR DE NOVO O PACIENTE.
        ADD 1 TO WS-TOTAL-ANONIMIZADOS
        MOVE SPACES TO WS-LINHA-SECAO
        STRING "ID " EHD-ID-PACIENTE " ANONIMIZADO (LGPD) - PEDIR "
            "A EXCLUSAO NO EXTRATO DO EHR"
            DELIMITED BY SIZE INTO WS-LINHA-SECAO
        PERFORM 0260-ADICIONAR-INVAL
    ELSE
        MOVE 'N' TO WS-HOUVE-MUDANCA
        IF PACM-SEXO NOT = EHD-SEXO
            ADD 1 TO WS-TOTAL-SEM-MUDANCA
        END-IF
    END-IF
    END-IF
    END-IF.

0240-CONFERIR-MEDICAO.
        CLOSE ARQ-HISTORICO
    END-IF
    CLOSE ARQ-DIVERREL.

0600-REGISTRAR-NOITE.
*> ACRESCENTA O RESULTADO DESTA EXECUCAO AO HISTORICO DA RODADA
*> NOTURNA (COPYBOOK HISTNOIT). SEM O HISTORICO A EXECUCAO SEGUE -
*> SO FICA FORA DO RESUMO DA MANHA (NOITERES).
    MOVE WS-DATA-ATUAL TO HN-DATA
    ACCEPT HN-HORA FROM TIME
    MOVE "EHRDEMOG" TO HN-PROGRAMA
    MOVE RETURN-CODE TO HN-RETORNO
    MOVE ZEROS TO HN-CONTAGENS
    MOVE WS-TOTAL-EXTRATO      TO HN-DEM-EXTRATO
    MOVE WS-TOTAL-INCLUIDOS    TO HN-DEM-INCLUIDOS
    MOVE WS-TOTAL-ATUALIZADOS  TO HN-DEM-ATUALIZADOS
    MOVE WS-TOTAL-INVALIDOS    TO HN-DEM-INVALIDOS
    COMPUTE HN-DEM-DIVERGENCIAS = WS-DIVERG-SEXO + WS-DIVERG-NOME
        + WS-DIVERG-NASC + WS-HIST-SEM-EHR
    MOVE WS-TOTAL-FUNDIDOS     TO HN-DEM-FUNDIDOS
    MOVE WS-TOTAL-ANONIMIZADOS TO HN-DEM-ANONIMIZADOS
    OPEN EXTEND ARQ-HISTNOIT
    IF WS-STATUS-HISTNOIT = "00"
        WRITE LINHA-HISTNOIT FROM REG-HIST-NOITE
        CLOSE ARQ-HISTNOIT
    ELSE
        DISPLAY "HISTORICO DA RODADA NOTURNA (DD HISTNOIT) NAO "
            "DISPONIVEL - STATUS: " WS-STATUS-HISTNOIT
        DISPLAY "EXECUCAO NAO REGISTRADA NO RESUMO DA MANHA"
    END-IF.
