*> AVALIACAO NUTRICIONAL DA GESTANTE, COMPARTILHADA PELO IMC
*> (INTERATIVO) E PELO IMCLOTE.
*> CURVA DE IMC POR SEMANA GESTACIONAL (ATALAH) ADOTADA PELA
*> SECRETARIA DE SAUDE, SEMANAS 6 A 42: CADA SEMANA TRAZ O IMC
*> INICIAL DAS FAIXAS ADEQUADO, SOBREPESO E OBESIDADE (ABAIXO DO
*> PRIMEIRO = BAIXO PESO). ANTES DA SEMANA 6 VALE A LINHA DA
*> SEMANA 6; AS SEMANAS 7 E 9, AUSENTES NA CURVA PUBLICADA,
*> REPETEM A SEMANA ANTERIOR.
*> UMA ENTRADA POR SEMANA GESTACIONAL, A PARTIR DA SEMANA 6 (A
*> PRIMEIRA ENTRADA E A SEMANA 6, A ULTIMA A SEMANA 42), CADA UMA
*> COM OS TRES IMC INICIAIS EM 9(2)V9: ADEQUADO, SOBREPESO E
*> OBESIDADE.
    01 TAB-CURVA-GESTACIONAL.
        02 FILLER PIC X(9) VALUE "200250301".
        02 FILLER PIC X(9) VALUE "200250301".
        02 FILLER PIC X(9) VALUE "202251302".
        02 FILLER PIC X(9) VALUE "202251302".
        02 FILLER PIC X(9) VALUE "203253303".
        02 FILLER PIC X(9) VALUE "204254304".
        02 FILLER PIC X(9) VALUE "205255304".
        02 FILLER PIC X(9) VALUE "207257305".
        02 FILLER PIC X(9) VALUE "208258306".
        02 FILLER PIC X(9) VALUE "209259307".
        02 FILLER PIC X(9) VALUE "211260308".
        02 FILLER PIC X(9) VALUE "212261309".
        02 FILLER PIC X(9) VALUE "213262310".
        02 FILLER PIC X(9) VALUE "215263310".
        02 FILLER PIC X(9) VALUE "216264311".
        02 FILLER PIC X(9) VALUE "218265312".
        02 FILLER PIC X(9) VALUE "219267313".
        02 FILLER PIC X(9) VALUE "221269314".
        02 FILLER PIC X(9) VALUE "223270316".
        02 FILLER PIC X(9) VALUE "225271317".
        02 FILLER PIC X(9) VALUE "227273318".
        02 FILLER PIC X(9) VALUE "228274319".
        02 FILLER PIC X(9) VALUE "230276320".
        02 FILLER PIC X(9) VALUE "232277321".
        02 FILLER PIC X(9) VALUE "234279322".
        02 FILLER PIC X(9) VALUE "235280323".
        02 FILLER PIC X(9) VALUE "237281324".
        02 FILLER PIC X(9) VALUE "239282325".
        02 FILLER PIC X(9) VALUE "240284326".
        02 FILLER PIC X(9) VALUE "242285327".
        02 FILLER PIC X(9) VALUE "243286328".
        02 FILLER PIC X(9) VALUE "245288329".
        02 FILLER PIC X(9) VALUE "246289330".
        02 FILLER PIC X(9) VALUE "248290331".
        02 FILLER PIC X(9) VALUE "250292332".
        02 FILLER PIC X(9) VALUE "251293333".
        02 FILLER PIC X(9) VALUE "251293333".
    01 TAB-CURVA-GESTACIONAL-R REDEFINES TAB-CURVA-GESTACIONAL.
        02 CURVA-SEMANA OCCURS 37.
            03 CURVA-ADEQUADO  PIC 9(2)V9.
            03 CURVA-SOBREPESO PIC 9(2)V9.
            03 CURVA-OBESIDADE PIC 9(2)V9.
*> GANHO DE PESO ESPERADO PELA FAIXA DO IMC PRE-GESTACIONAL (CORTES
*> DE ADULTO DO PARMIMC: 1 = MAGREZA, 2 = NORMAL, 3 = SOBREPESO,
*> 4 = OBESIDADE): ATE O FIM DO PRIMEIRO TRIMESTRE, DE 0 A 2,0 KG;
*> DEPOIS, 0,5 A 2,0 KG MAIS O RITMO SEMANAL MINIMO/MAXIMO DA
*> FAIXA (KG POR SEMANA) A PARTIR DA SEMANA 14.
    01 TAB-RITMO-GANHO.
        02 FILLER PIC X(6) VALUE "044058".
        02 FILLER PIC X(6) VALUE "035050".
        02 FILLER PIC X(6) VALUE "023033".
        02 FILLER PIC X(6) VALUE "017027".
    01 TAB-RITMO-GANHO-R REDEFINES TAB-RITMO-GANHO.
        02 RITMO-FAIXA OCCURS 4.
            03 RITMO-MINIMO PIC 9V99.
            03 RITMO-MAXIMO PIC 9V99.
    01 PARAMETROS-GESTACAO.
        02 GEST-SEMANA-MINIMA   PIC 9(2) VALUE 1.
        02 GEST-SEMANA-MAXIMA   PIC 9(2) VALUE 42.
        02 GEST-SEMANA-CURVA    PIC 9(2) VALUE 6.
        02 GEST-SEMANA-FIM-1TRI PIC 9(2) VALUE 13.
        02 GEST-GANHO-1TRI-MIN  PIC 9V9 VALUE 0.5.
        02 GEST-GANHO-1TRI-MAX  PIC 9V9 VALUE 2.0.
        02 GEST-IDADE-MINIMA    PIC 9(3) VALUE 10.
    01 CAMPOS-AVALIACAO-GESTACAO.
        02 WS-GEST-IND          PIC 9(2) VALUE 0.
        02 WS-GEST-FAIXA-PRE    PIC 9(1) VALUE 0.
        02 WS-GEST-SEMANAS-2TRI PIC 9(2) VALUE 0.
        02 WS-IMC-PRE-GEST      PIC 9(3)V99 VALUE 0.
        02 WS-GANHO-GEST        PIC S9(3)V999 VALUE 0.
        02 WS-GANHO-ESP-MIN     PIC 9(2)V9 VALUE 0.
        02 WS-GANHO-ESP-MAX     PIC 9(2)V9 VALUE 0.
        02 WS-GANHO-AVALIADO    PIC X(1) VALUE 'N'.
        02 WS-GANHO-SITUACAO    PIC X(8) VALUE SPACES.
        02 WS-ED-GANHO-GEST     PIC +ZZ9.999.
        02 WS-ED-PESO-PRE       PIC ZZ9.999.
        02 WS-ED-GANHO-ESP-MIN  PIC Z9.9.
        02 WS-ED-GANHO-ESP-MAX  PIC Z9.9.
*> TEXTO DA AVALIACAO DO GANHO (SEMANA, PESO PRE-GESTACIONAL, GANHO,
*> FAIXA ESPERADA E SITUACAO), USADO NO RELATORIO E NA AUDITORIA.
        02 WS-TEXTO-GESTACAO    PIC X(60) VALUE SPACES.
