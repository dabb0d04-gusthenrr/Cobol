*> AS SAIDAS SAO QUEBRADAS POR UNIDADE DE ATENDIMENTO (CODIGO NO
*> HISTORICO; REGISTROS ANTIGOS SEM CODIGO SAEM SOB "---"), PARA
*> CADA COORDENADOR RECEBER A PROPRIA LISTA.
*> PACIENTE CUJA ULTIMA MEDICAO FOI DE GESTANTE (MARCA NO HISTORICO)
*> FICA FORA DA RECHAMADA: O IMC DA GESTACAO NAO SE AVALIA PELO CORTE
*> DE ADULTO E O GANHO DE PESO E ESPERADO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
    01 WS-TOTAL-INATIVOS   PIC 9(7) VALUE 0.
    01 WS-TOTAL-AGENDADOS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-ESCALADOS  PIC 9(7) VALUE 0.
    01 WS-TOTAL-GESTANTES  PIC 9(7) VALUE 0.
    01 WS-GRUPO-LISTA      PIC 9(1) VALUE 1.
    01 WS-RETORNO-LIVRO    PIC X(1) VALUE SPACE.
    01 WS-NO-LIVRO         PIC X(1) VALUE 'N'.
    DISPLAY "PACIENTES SUPRIMIDOS (CONSULTA JA AGENDADA): "
        WS-TOTAL-AGENDADOS
    DISPLAY "PACIENTES NA SECAO DE ESCALACAO: " WS-TOTAL-ESCALADOS
    DISPLAY "PACIENTES FORA DA RECHAMADA (ULTIMA MEDICAO DE "
        "GESTANTE): " WS-TOTAL-GESTANTES
    STOP RUN.

0100-ABRIR-ARQUIVOS.

0210-AVALIAR-PACIENTE.
    PERFORM 0220-CALCULAR-DIAS
    IF HIST-GESTANTE = 'S'
        ADD 1 TO WS-TOTAL-GESTANTES
    ELSE
    IF WS-DIAS-SEM-VISITA > WS-DIAS-LIMITE
        PERFORM 0230-CLASSIFICAR-ATUAL
        IF WS-PACIENTE-NO-MESTRE = 'S'
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF.

0220-CALCULAR-DIAS.
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

0400-GRAVAR-SAIDAS.
