    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
    SELECT ARQ-FILA-EHR ASSIGN TO EHRFILA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-FILA-EHR.

DATA DIVISION.
FILE SECTION.
        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

FD  ARQ-FILA-EHR.
    01 LINHA-FILA-EHR PIC X(50).

WORKING-STORAGE SECTION.
    01 WS-STATUS-RELATORIO PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTORICO PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST   PIC X(2) VALUE SPACES.
    01 WS-PACIENTE-OK      PIC X(1) VALUE 'N'.
    01 WS-STATUS-OPERMEST  PIC X(2) VALUE SPACES.
    01 WS-STATUS-FILA-EHR  PIC X(2) VALUE SPACES.
    01 WS-NIVEL-OPERADOR   PIC 9(1) VALUE 0.
    01 NIVEL-ATUALIZACAO   PIC 9(1) VALUE 2.
*> EVENTO DE SEGURANCA NA TRILHA DE AUDITORIA - MESMO LAYOUT DO
    01 DECISAO       PIC X(1) VALUE SPACE.
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
    01 LINHA-AUDITORIA-DET.
        02 LA-DATA       PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LA-CLASSIF    PIC X(10).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LA-UNIDADE    PIC X(3).
*> PESO (GRAMAS) E ALTURA (MILIMETROS) EXATOS; AS COLUNAS INTEIRAS
*> ACIMA CONTINUAM ARREDONDADAS PARA QUEM LE A TRILHA ANTIGA.
        02 FILLER            PIC X(1) VALUE SPACE.
        02 LA-PESO-PRECISO   PIC 9(3)V999.
        02 LA-ALTURA-PRECISA PIC 9(3)V9.
*> GESTANTE ('S') E SEMANA GESTACIONAL; EM BRANCO PARA AS DEMAIS.
        02 LA-GESTACAO.
            03 LA-GESTANTE    PIC X(1).
            03 LA-SEMANA-GEST PIC 9(2).
        02 FILLER            PIC X(2) VALUE SPACES.
*> MEDICAO DA CLINICA NA FILA PARA O PRONTUARIO (DD EHRFILA): MESMO
*> LAYOUT DO EXTRATO EHR DO IMCLOTE, QUE COPIA A FILA PARA O
*> EXTRATO DA NOITE. A COLUNA 33 MARCA A ORIGEM ('C' = CLINICA)
*> PARA O IMCCONC SEPARAR ESTES REGISTROS DOS DO LOTE.
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
*> COLUNA 48: BRANCO = MEDICAO ('C'/'A' = CORRECAO/CANCELAMENTO,
*> GRAVADOS PELO IMCCORR).
        02 EE-TIPO-REGISTRO  PIC X(1).
        02 FILLER            PIC X(2).
    COPY INDIVIDUO.
    01 ALTURA_M2     PIC 9(2)V9(6) VALUE 0.
    01 WS-CLASSIFICACAO PIC X(10) VALUE SPACES.
    01 IDADE-ADULTA      PIC 9(3) VALUE 18.
    01 WS-RAZAO-CINTURA-ALTURA PIC 9V99 VALUE 0.
    01 WS-PESO-IDEAL-MIN       PIC 9(3)V99 VALUE 0.
    01 WS-PESO-IDEAL-MAX       PIC 9(3)V99 VALUE 0.
    COPY PARMIMC.
    COPY GESTACAO.

    01 ID-PACIENTE-MINIMO PIC 9(6) VALUE 1.
    01 ID-PACIENTE-MAXIMO PIC 9(6) VALUE 999999.
    01 WS-TOTAL-NORMAL      PIC 9(5) VALUE 0.
    01 WS-TOTAL-SOBREPESO   PIC 9(5) VALUE 0.
    01 WS-TOTAL-OBESIDADE   PIC 9(5) VALUE 0.
    01 WS-TOTAL-GESTANTES   PIC 9(5) VALUE 0.

    01 LINHA-CABECALHO-1.
        02 FILLER PIC X(80) VALUE
    PERFORM 0100-ABRIR-HISTORICO
    PERFORM 0110-ABRIR-PACMEST
    PERFORM 0500-ABRIR-AUDITORIA
    PERFORM 0505-ABRIR-FILA-EHR
    PERFORM 0115-VERIFICAR-OPERADOR
    PERFORM 0118-PEDIR-UNIDADE

        END-PERFORM
        DISPLAY "PACIENTE: " NOME " SEXO: " SEXO " IDADE: " IDADE

        MOVE PESO-MINIMO      TO WS-ED-PESO-MIN
        MOVE PESO-MAXIMO      TO WS-ED-PESO-MAX
        MOVE ALTURA-CM-MINIMA TO WS-ED-ALTURA-MIN
        MOVE ALTURA-CM-MAXIMA TO WS-ED-ALTURA-MAX

        MOVE 'N' TO GESTANTE
        MOVE 0   TO SEMANA-GEST
        MOVE 0   TO PESO-PRE-GEST
        IF SEXO = 'F' AND IDADE >= GEST-IDADE-MINIMA
            PERFORM 0128-PEDIR-GESTACAO
        END-IF

        PERFORM WITH TEST AFTER
                UNTIL WS-DEC-VALIDO = 'S'
                  AND PESO >= PESO-MINIMO AND PESO <= PESO-MAXIMO
            DISPLAY "DIGITE O PESO (EM KG, ATE 3 DECIMAIS): "
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
            DISPLAY "DIGITE A ALTURA (EM CM, ATE 1 DECIMAL): "
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

        DISPLAY "IMC DE ", NOME, ": ", IMC, " KG/M2"
        COMPUTE WS-RAZAO-CINTURA-ALTURA = CINTURA_CM / ALTURA_CM
        DISPLAY "RAZAO CINTURA-ALTURA: " WS-RAZAO-CINTURA-ALTURA
        IF GESTANTE = 'S'
            MOVE 0 TO WS-PESO-IDEAL-MIN
            MOVE 0 TO WS-PESO-IDEAL-MAX
            PERFORM 0350-CLASSIFICAR-GESTANTE
            PERFORM 0355-AVALIAR-GANHO-GESTACIONAL
            DISPLAY "FAIXA DE PESO IDEAL: NAO SE APLICA A GESTANTE "
                "(AVALIADA PELA CURVA DE IMC POR SEMANA GESTACIONAL)"
            DISPLAY "GESTANTE " WS-TEXTO-GESTACAO
        ELSE
        IF IDADE < IDADE-ADULTA
            MOVE 0 TO WS-PESO-IDEAL-MIN
            MOVE 0 TO WS-PESO-IDEAL-MAX
                " A " WS-PESO-IDEAL-MAX " KG"
            PERFORM 0310-CLASSIFICAR-ADULTO
        END-IF
        END-IF
        DISPLAY WS-CLASSIFICACAO

        PERFORM 0200-ATUALIZAR-HISTORICO
        PERFORM 0510-GRAVAR-AUDITORIA
        IF GESTANTE = 'S'
            PERFORM 0515-GRAVAR-EVENTO-GESTACAO
        END-IF
        PERFORM 0520-GRAVAR-FILA-EHR

        MOVE NOME                    TO LD-NOME
        MOVE IDADE                   TO LD-IDADE
        MOVE WS-PESO-IDEAL-MIN       TO LD-PESO-MIN
        MOVE WS-PESO-IDEAL-MAX       TO LD-PESO-MAX
        WRITE LINHA-RELATORIO FROM LINHA-DETALHE
        IF GESTANTE = 'S'
            MOVE SPACES TO LINHA-RELATORIO
            STRING "    GESTANTE " WS-TEXTO-GESTACAO
                DELIMITED BY SIZE INTO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
        END-IF
        END-IF

        DISPLAY "DIGITE 's' PARA SAIR, OU OUTRA TECLA PARA CONTINUAR: "
    MOVE "OBESIDADE"  TO LINHA-TOTAL-DET (1:20)
    MOVE WS-TOTAL-OBESIDADE TO LT-QUANTIDADE
    WRITE LINHA-RELATORIO FROM LINHA-TOTAL-DET
    MOVE "GESTANTES"  TO LINHA-TOTAL-DET (1:20)
    MOVE WS-TOTAL-GESTANTES TO LT-QUANTIDADE
    WRITE LINHA-RELATORIO FROM LINHA-TOTAL-DET

    CLOSE ARQ-RELATORIO
    CLOSE ARQ-HISTORICO
    CLOSE ARQ-PACMEST
    CLOSE ARQ-AUDITORIA
    CLOSE ARQ-FILA-EHR
    STOP RUN.

0100-ABRIR-HISTORICO.
        CLOSE ARQ-HISTORICO
        CLOSE ARQ-PACMEST
        CLOSE ARQ-AUDITORIA
        CLOSE ARQ-FILA-EHR
        STOP RUN
    END-IF.

            " - DIGITE O ID DESEJADO."
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

0128-PEDIR-GESTACAO.
*> PACIENTE DO SEXO FEMININO EM IDADE FERTIL: A GESTANTE E AVALIADA
*> PELA CURVA DE IMC DA SEMANA GESTACIONAL E PELO GANHO DE PESO
*> DESDE O PESO PRE-GESTACIONAL (0 QUANDO A PACIENTE NAO SABE).
    MOVE SPACE TO GESTANTE
    PERFORM WITH TEST AFTER UNTIL GESTANTE = 'S' OR GESTANTE = 'N'
        DISPLAY "PACIENTE GESTANTE? (S/N): "
        ACCEPT GESTANTE
        MOVE FUNCTION UPPER-CASE(GESTANTE) TO GESTANTE
        IF GESTANTE NOT = 'S' AND GESTANTE NOT = 'N'
            DISPLAY "RESPONDA S OU N."
        END-IF
    END-PERFORM
    IF GESTANTE = 'S'
        PERFORM WITH TEST AFTER
                UNTIL SEMANA-GEST >= GEST-SEMANA-MINIMA
                  AND SEMANA-GEST <= GEST-SEMANA-MAXIMA
            DISPLAY "DIGITE A IDADE GESTACIONAL (SEMANAS COMPLETAS): "
            ACCEPT SEMANA-GEST
            IF SEMANA-GEST < GEST-SEMANA-MINIMA
               OR SEMANA-GEST > GEST-SEMANA-MAXIMA
                DISPLAY "SEMANA GESTACIONAL INVALIDA. INFORME UM VALOR "
                    "ENTRE " GEST-SEMANA-MINIMA " E " GEST-SEMANA-MAXIMA "."
            END-IF
        END-PERFORM
        PERFORM WITH TEST AFTER
                UNTIL WS-DEC-VALIDO = 'S'
                  AND (PESO-PRE-GEST = 0
                       OR (PESO-PRE-GEST >= PESO-MINIMO
                           AND PESO-PRE-GEST <= PESO-MAXIMO))
            DISPLAY "DIGITE O PESO PRE-GESTACIONAL (EM KG, 0 SE "
                "DESCONHECIDO): "
            ACCEPT WS-DEC-ENTRADA
            MOVE 3 TO WS-DEC-MAX-DECIMAIS
            PERFORM 0127-CONVERTER-DECIMAL
            IF WS-DEC-VALIDO = 'N'
                DISPLAY "PESO INVALIDO. INFORME NUMERO COM ATE 3 CASAS "
                    "DECIMAIS (EX. 61.200)."
            ELSE
                MOVE WS-DEC-VALOR TO PESO-PRE-GEST
                IF PESO-PRE-GEST NOT = 0
                   AND (PESO-PRE-GEST < PESO-MINIMO
                        OR PESO-PRE-GEST > PESO-MAXIMO)
                    DISPLAY "PESO INVALIDO. INFORME 0 OU UM VALOR ENTRE "
                        WS-ED-PESO-MIN " E " WS-ED-PESO-MAX " KG."
                END-IF
            END-IF
        END-PERFORM
    END-IF.

0500-ABRIR-AUDITORIA.
    OPEN EXTEND ARQ-AUDITORIA
    IF WS-STATUS-AUDITORIA = "35"
    MOVE NOME            TO LA-NOME
    MOVE IDADE           TO LA-IDADE
    MOVE SEXO            TO LA-SEXO
    COMPUTE LA-PESO ROUNDED   = PESO
    COMPUTE LA-ALTURA ROUNDED = ALTURA_CM
    MOVE CINTURA_CM      TO LA-CINTURA
    MOVE IMC             TO LA-IMC
    MOVE WS-CLASSIFICACAO TO LA-CLASSIF
    MOVE UNIDADE         TO LA-UNIDADE
    MOVE PESO            TO LA-PESO-PRECISO
    MOVE ALTURA_CM       TO LA-ALTURA-PRECISA
    IF GESTANTE = 'S'
        MOVE 'S'         TO LA-GESTANTE
        MOVE SEMANA-GEST TO LA-SEMANA-GEST
    ELSE
        MOVE SPACES      TO LA-GESTACAO
    END-IF
    WRITE LINHA-AUDITORIA FROM LINHA-AUDITORIA-DET.

0515-GRAVAR-EVENTO-GESTACAO.
*> AVALIACAO DO GANHO DE PESO DA GESTANTE, LOGO APOS A LINHA DA
*> MEDICAO (MESMA DATA/HORA), PARA O ACOMPANHAMENTO DO PRE-NATAL.
    MOVE WS-DATA-ATUAL TO LAE-DATA
    MOVE WS-HORA-ATUAL TO LAE-HORA
    MOVE WS-OPERADOR   TO LAE-OPERADOR
    MOVE SPACES        TO LAE-TEXTO
    STRING "GESTACAO " ID_PACIENTE " " WS-TEXTO-GESTACAO
        DELIMITED BY SIZE INTO LAE-TEXTO
    WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO.

0505-ABRIR-FILA-EHR.
*> A FILA ACUMULA AS MEDICOES DO DIA (TODAS AS SESSOES) ATE A
*> RODADA NOTURNA: O IMCLOTE A COPIA PARA O EXTRATO EHR E O
*> IMCNOITE A ESVAZIA DEPOIS DA CARGA.
    OPEN EXTEND ARQ-FILA-EHR
    IF WS-STATUS-FILA-EHR = "35"
        OPEN OUTPUT ARQ-FILA-EHR
    END-IF
    IF WS-STATUS-FILA-EHR NOT = "00"
        DISPLAY "ERRO AO ABRIR FILA DO PRONTUARIO (EHRFILA) - STATUS: "
            WS-STATUS-FILA-EHR
        STOP RUN
    END-IF.

0520-GRAVAR-FILA-EHR.
    MOVE ID_PACIENTE      TO EE-ID-PACIENTE
    MOVE IMC              TO EE-IMC
    MOVE WS-CLASSIFICACAO TO EE-CLASSIFICACAO
    MOVE WS-DATA-ATUAL    TO EE-DATA
    MOVE UNIDADE          TO EE-UNIDADE
    MOVE 'C'              TO EE-ORIGEM
    MOVE SPACE            TO EE-REAPRESENTADO
    MOVE SPACE            TO EE-TIPO-REGISTRO
    MOVE PESO             TO EE-PESO
    MOVE ALTURA_CM        TO EE-ALTURA
    IF GESTANTE = 'S'
        MOVE 'S'         TO EE-GESTANTE
        MOVE SEMANA-GEST TO EE-SEMANA-GEST
    ELSE
        MOVE SPACES      TO EE-GESTACAO
    END-IF
    WRITE LINHA-FILA-EHR FROM LINHA-EXTRATO-EHR-DET.

0600-CARREGAR-PARAMETROS.
    OPEN INPUT ARQ-PARAMETROS
    IF WS-STATUS-PARAMETROS = "35"
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

0640-GRAVAR-PARM-CABECALHO.
    WRITE LINHA-RELATORIO FROM WS-PARM-LINHA
    MOVE SPACES TO WS-PARM-LINHA
    STRING "LIMITES: IDADE " IDADE-MINIMA "-" IDADE-MAXIMA
        "  CINTURA " CINTURA-CM-MINIMA "-" CINTURA-CM-MAXIMA
        " CM" DELIMITED BY SIZE INTO WS-PARM-LINHA
    WRITE LINHA-RELATORIO FROM WS-PARM-LINHA
    MOVE PESO-MINIMO      TO WS-ED-PESO-MIN
    MOVE PESO-MAXIMO      TO WS-ED-PESO-MAX
    MOVE ALTURA-CM-MINIMA TO WS-ED-ALTURA-MIN
    MOVE ALTURA-CM-MAXIMA TO WS-ED-ALTURA-MAX
    MOVE SPACES TO WS-PARM-LINHA
    STRING "LIMITES: PESO " WS-ED-PESO-MIN "-" WS-ED-PESO-MAX
        " KG  ALTURA " WS-ED-ALTURA-MIN "-" WS-ED-ALTURA-MAX
        " CM" DELIMITED BY SIZE INTO WS-PARM-LINHA
    WRITE LINHA-RELATORIO FROM WS-PARM-LINHA
    MOVE ADULTO-CORTE-MAGREZA   TO WS-ED-CORTE-1
        MOVE IMC            TO HIST-IMC-ATUAL
        MOVE WS-DATA-ATUAL  TO HIST-DATA-ULTIMA
        MOVE UNIDADE        TO HIST-UNIDADE
        MOVE GESTANTE       TO HIST-GESTANTE
        REWRITE REG-HISTORICO
    ELSE
        MOVE NOME          TO HIST-NOME
        MOVE IMC           TO HIST-IMC-ANTERIOR
        MOVE WS-DATA-ATUAL TO HIST-DATA-ULTIMA
        MOVE UNIDADE       TO HIST-UNIDADE
        MOVE GESTANTE      TO HIST-GESTANTE
        WRITE REG-HISTORICO
    END-IF.

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

0355-AVALIAR-GANHO-GESTACIONAL.
*> GANHO DESDE O PESO PRE-GESTACIONAL CONTRA A FAIXA ESPERADA PARA A
*> SEMANA, PELA FAIXA DO IMC PRE-GESTACIONAL (CORTES DE ADULTO).
    MOVE SPACES TO WS-TEXTO-GESTACAO
    MOVE 'N' TO WS-GANHO-AVALIADO
    IF PESO-PRE-GEST > 0
        MOVE 'S' TO WS-GANHO-AVALIADO
        COMPUTE WS-IMC-PRE-GEST = PESO-PRE-GEST / ALTURA_M2
            ON SIZE ERROR
                MOVE 'N' TO WS-GANHO-AVALIADO
        END-COMPUTE
    END-IF
    IF WS-GANHO-AVALIADO = 'N'
        STRING "SEM " SEMANA-GEST " PESO PRE-GESTACIONAL NAO INFORMADO"
            DELIMITED BY SIZE INTO WS-TEXTO-GESTACAO
    ELSE
        IF WS-IMC-PRE-GEST < ADULTO-CORTE-MAGREZA
            MOVE 1 TO WS-GEST-FAIXA-PRE
        ELSE
            IF WS-IMC-PRE-GEST < ADULTO-CORTE-SOBREPESO
                MOVE 2 TO WS-GEST-FAIXA-PRE
            ELSE
                IF WS-IMC-PRE-GEST < ADULTO-CORTE-OBESIDADE
                    MOVE 3 TO WS-GEST-FAIXA-PRE
                ELSE
                    MOVE 4 TO WS-GEST-FAIXA-PRE
                END-IF
            END-IF
        END-IF
        COMPUTE WS-GANHO-GEST = PESO - PESO-PRE-GEST
        IF SEMANA-GEST <= GEST-SEMANA-FIM-1TRI
            MOVE 0 TO WS-GANHO-ESP-MIN
            MOVE GEST-GANHO-1TRI-MAX TO WS-GANHO-ESP-MAX
        ELSE
            COMPUTE WS-GEST-SEMANAS-2TRI =
                SEMANA-GEST - GEST-SEMANA-FIM-1TRI
            COMPUTE WS-GANHO-ESP-MIN ROUNDED = GEST-GANHO-1TRI-MIN
                + WS-GEST-SEMANAS-2TRI * RITMO-MINIMO (WS-GEST-FAIXA-PRE)
            COMPUTE WS-GANHO-ESP-MAX ROUNDED = GEST-GANHO-1TRI-MAX
                + WS-GEST-SEMANAS-2TRI * RITMO-MAXIMO (WS-GEST-FAIXA-PRE)
        END-IF
        IF WS-GANHO-GEST < WS-GANHO-ESP-MIN
            MOVE "ABAIXO" TO WS-GANHO-SITUACAO
        ELSE
            IF WS-GANHO-GEST > WS-GANHO-ESP-MAX
                MOVE "ACIMA" TO WS-GANHO-SITUACAO
            ELSE
                MOVE "ADEQUADO" TO WS-GANHO-SITUACAO
            END-IF
        END-IF
        MOVE PESO-PRE-GEST    TO WS-ED-PESO-PRE
        MOVE WS-GANHO-GEST    TO WS-ED-GANHO-GEST
        MOVE WS-GANHO-ESP-MIN TO WS-ED-GANHO-ESP-MIN
        MOVE WS-GANHO-ESP-MAX TO WS-ED-GANHO-ESP-MAX
        STRING "SEM " SEMANA-GEST " PRE " WS-ED-PESO-PRE
            " GANHO " WS-ED-GANHO-GEST " ESP " WS-ED-GANHO-ESP-MIN
            "-" WS-ED-GANHO-ESP-MAX " " WS-GANHO-SITUACAO
            DELIMITED BY SIZE INTO WS-TEXTO-GESTACAO
    END-IF.
