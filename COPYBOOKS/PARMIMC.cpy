*> VALORES NA PARTIDA A PARTIR DO ARQUIVO DE PARAMETROS (DD
*> PARMIMC, CARTOES CHAVE=VALOR); OS VALUES ABAIXO SAO OS PADROES
*> USADOS PARA TODA CHAVE AUSENTE DO ARQUIVO.
*> OS LIMITES DE PESO (KG) E ALTURA (CM) ACEITAM DECIMAIS NO
*> CARTAO (EX. PESO-MINIMO=0.50), PARA A NEONATOLOGIA.
    01 PARAMETROS-CLINICOS.
        02 IDADE-MINIMA      PIC 9(3) VALUE 0.
        02 IDADE-MAXIMA      PIC 9(3) VALUE 119.
        02 PESO-MINIMO       PIC 9(3)V99 VALUE 2.
        02 PESO-MAXIMO       PIC 9(3)V99 VALUE 300.
        02 ALTURA-CM-MINIMA  PIC 9(3)V9 VALUE 30.
        02 ALTURA-CM-MAXIMA  PIC 9(3)V9 VALUE 250.
        02 CINTURA-CM-MINIMA PIC 9(3) VALUE 30.
        02 CINTURA-CM-MAXIMA PIC 9(3) VALUE 200.
        02 IMC-NORMAL-MINIMO PIC 9(2)V99 VALUE 18.5.
        02 PED-12-17-F-OBESIDADE  PIC 9(2)V99 VALUE 26.0.
        02 REJEITO-TOLERANCIA-PCT PIC 9(3) VALUE 10.
        02 PESO-DIVERGENCIA-KG    PIC 9(3) VALUE 5.
*> ALERTA DE VARIACAO RAPIDA DE PESO (IMCALERT): PERDA OU GANHO
*> DE PELO MENOS ALERTA-PESO-PCT POR CENTO DENTRO DA JANELA DE
*> ALERTA-JANELA-DIAS DIAS.
        02 ALERTA-PESO-PCT        PIC 9(2)V99 VALUE 5.
        02 ALERTA-JANELA-DIAS     PIC 9(3) VALUE 7.
*> CONSISTENCIA ENTRE VISITAS (IMCCONS): VARIACAO DE ALTURA ACIMA
*> DE CONSIST-ALTURA-CM (QUEDA EM QUALQUER IDADE, AUMENTO NO
*> ADULTO) E VARIACAO DE PESO ACIMA DE CONSIST-PESO-KG-DIA QUILOS
*> POR DIA DECORRIDO ENTRE AS VISITAS SAO APONTADAS.
        02 CONSIST-ALTURA-CM      PIC 9(2)V9 VALUE 3.
        02 CONSIST-PESO-KG-DIA    PIC 9(2)V9 VALUE 2.
*> RECERTIFICACAO DE ACESSOS (OPERCERT): PERFIL DE NIVEL 2 SEM
*> ATIVIDADE NA TRILHA HA MAIS DE OPER-INATIVO-DIAS DIAS NO FIM DO
*> TRIMESTRE E APONTADO PARA REVOGACAO OU REBAIXAMENTO.
        02 OPER-INATIVO-DIAS      PIC 9(3) VALUE 90.
*> PROGRAMA DE CONTROLE DE PESO (PROGAVAL): INSCRITO ATIVO SEM
*> VISITA HA MAIS DE PROG-ABANDONO-DIAS DIAS NO FIM DO PERIODO E
*> CONTADO COMO ABANDONO.
        02 PROG-ABANDONO-DIAS     PIC 9(3) VALUE 60.
*> RESUMO DA RODADA NOTURNA (NOITERES), CONTRA A MEDIA DAS NOITES
*> ANTERIORES: QUEDA DE VOLUME QUANDO OS LIDOS FICAM MAIS DE
*> NOITE-QUEDA-VOLUME-PCT POR CENTO ABAIXO DA MEDIA; PICO DE
*> REJEICAO QUANDO O PERCENTUAL DE REJEITADOS PASSA A MEDIA EM MAIS
*> DE NOITE-REJEITO-PONTOS PONTOS; PENDENCIAS CRESCENDO QUANDO AS
*> PENDENCIAS DO EHR SOBEM NOITE-PENDENCIA-NOITES NOITES SEGUIDAS.
        02 NOITE-QUEDA-VOLUME-PCT PIC 9(3) VALUE 50.
        02 NOITE-REJEITO-PONTOS   PIC 9(2)V99 VALUE 5.
        02 NOITE-PENDENCIA-NOITES PIC 9(2) VALUE 3.
    01 CAMPOS-CARGA-PARAMETROS.
        02 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
        02 WS-FIM-PARAMETROS    PIC X(1) VALUE 'N'.
        02 WS-ED-CORTE-4        PIC 99.99.
        02 WS-ED-CORTE-5        PIC 99.99.
        02 WS-ED-CORTE-6        PIC 99.99.
        02 WS-ED-PESO-MIN       PIC ZZ9.99.
        02 WS-ED-PESO-MAX       PIC ZZ9.99.
        02 WS-ED-ALTURA-MIN     PIC ZZ9.9.
        02 WS-ED-ALTURA-MAX     PIC ZZ9.9.
