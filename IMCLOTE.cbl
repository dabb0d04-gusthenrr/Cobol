    SELECT ARQ-EHRPEND ASSIGN TO EHRPEND
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-EHRPEND.
    SELECT ARQ-FILA-EHR ASSIGN TO EHRFILA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-FILA-EHR.
    SELECT ARQ-PACMEST ASSIGN TO PACMEST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT ARQ-CTRLOPER ASSIGN TO CTRLOPER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-CTRLOPER.
    SELECT ARQ-HISTNOIT ASSIGN TO HISTNOIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-HISTNOIT.
    SELECT ARQ-PARAMETROS ASSIGN TO PARMIMC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.
        02 SEXO-IN       PIC X(1).
        02 CINTURA-CM-IN PIC 9(3).
        02 UNIDADE-IN    PIC X(3).
*> COLUNAS 43-46: GRAMAS DO PESO E MILIMETRO DA ALTURA. A ENTRADA
*> ANTIGA DE 42 POSICOES CHEGA COM BRANCOS AQUI E VALE COMO ZERO.
        02 PESO-GRAMAS-IN   PIC X(3).
        02 PESO-GRAMAS-IN-N REDEFINES PESO-GRAMAS-IN PIC 9(3).
        02 ALTURA-MM-IN     PIC X(1).
        02 ALTURA-MM-IN-N   REDEFINES ALTURA-MM-IN PIC 9(1).
*> COLUNAS 47-55: GESTANTE (S/N), SEMANA GESTACIONAL E PESO
*> PRE-GESTACIONAL (KG COM 3 DECIMAIS, BRANCO OU ZERO = NAO
*> INFORMADO). ENTRADA ANTIGA SEM ESTAS COLUNAS VALE COMO NAO
*> GESTANTE.
        02 GESTANTE-IN           PIC X(1).
        02 SEMANA-GEST-IN        PIC X(2).
        02 SEMANA-GEST-IN-N      REDEFINES SEMANA-GEST-IN PIC 9(2).
        02 PESO-PRE-GEST-IN      PIC X(6).
        02 PESO-PRE-GEST-IN-N    REDEFINES PESO-PRE-GEST-IN
                                 PIC 9(3)V999.

FD  ARQ-RELATORIO.
    01 LINHA-RELATORIO PIC X(80).
        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-CHECKPOINT.
    01 REG-CHECKPOINT.
        02 CKP-TOTAL-EXTRATO    PIC 9(5).
        02 CKP-TOTAL-SUBSTITUIDOS PIC 9(5).
        02 CKP-TOTAL-REAPRESENTADOS PIC 9(5).
        02 CKP-TOTAL-CLINICA    PIC 9(5).
        02 CKP-TOTAL-GESTANTES  PIC 9(5).
        02 CKP-SITES.
            03 CKP-SITE-ENTRADA OCCURS 5.
                04 CKP-SITE-UNIDADE    PIC X(3).
                04 CKP-SITE-NORMAL     PIC 9(5).
                04 CKP-SITE-SOBREPESO  PIC 9(5).
                04 CKP-SITE-OBESIDADE  PIC 9(5).
                04 CKP-SITE-GESTANTES  PIC 9(5).
        02 CKP-REG-EM-ANDAMENTO PIC 9(5).
        02 CKP-PASSO            PIC 9(1).
        02 CKP-DATA-EXECUCAO    PIC 9(8).
FD  ARQ-EHRPEND.
    01 LINHA-EHRPEND PIC X(50).

FD  ARQ-FILA-EHR.
    01 LINHA-FILA-EHR PIC X(50).

FD  ARQ-PACMEST.
    01 REG-PACMEST.
        02 PACM-ID-PACIENTE PIC 9(6).
        02 PACM-ID-DESTINO  PIC 9(6).

FD  ARQ-REJEITADOS.
    01 LINHA-REJEITADO PIC X(93).

FD  ARQ-CONTROLE.
    01 REG-CONTROLE.
        02 CTL-TOTAL-EXTRATO     PIC 9(5).
        02 CTL-TOTAL-SUBSTITUIDOS PIC 9(5).
        02 CTL-TOTAL-REAPRESENTADOS PIC 9(5).
        02 CTL-TOTAL-CLINICA     PIC 9(5).
        02 CTL-SITES.
            03 CTL-SITE-ENTRADA OCCURS 5.
                04 CTL-SITE-UNIDADE      PIC X(3).
FD  ARQ-CTRLOPER.
    01 LINHA-CTRLOPER PIC X(80).

FD  ARQ-HISTNOIT.
    01 LINHA-HISTNOIT PIC X(100).

FD  ARQ-PARAMETROS.
    01 LINHA-PARAMETRO PIC X(80).

    01 WS-STATUS-AUDITORIA  PIC X(2) VALUE SPACES.
    01 WS-STATUS-EXTRATO-EHR PIC X(2) VALUE SPACES.
    01 WS-STATUS-EHRPEND    PIC X(2) VALUE SPACES.
    01 WS-STATUS-FILA-EHR   PIC X(2) VALUE SPACES.
    01 WS-STATUS-PACMEST    PIC X(2) VALUE SPACES.
    01 WS-STATUS-REJEITADOS PIC X(2) VALUE SPACES.
    01 WS-MOTIVO-REJEICAO   PIC X(40) VALUE SPACES.
    01 WS-COD-MOTIVO        PIC X(3) VALUE SPACES.
*> O registro rejeitado repete a imagem de REG-PACIENTE nas colunas
*> 1-55; o codigo e a descricao do motivo ficam da coluna 56 em
*> diante. O job de reprocesso recorta as colunas 1-55 para um
*> dataset de trabalho LRECL=55 e realimenta a DD PACIENTE com ele.
    01 LINHA-REJEITADO-DET.
        02 REJ-DADOS-PACIENTE PIC X(55).
        02 FILLER             PIC X(1) VALUE SPACE.
        02 REJ-COD-MOTIVO     PIC X(3).
        02 FILLER             PIC X(1) VALUE SPACE.
    01 WS-CHECKPOINT-INTERVALO PIC 9(3) VALUE 1.
    01 WS-FIM-CHECKPOINT     PIC X(1) VALUE 'N'.
    01 WS-CHECKPOINTS-LIDOS  PIC 9(7) VALUE 0.
    01 REG-CHECKPOINT-ULTIMO PIC X(209) VALUE SPACES.
    01 WS-REGISTROS-A-PULAR PIC 9(5) VALUE 0.
    01 WS-RETOMANDO-PASSO   PIC 9(1) VALUE 0.
    01 WS-DATA-ATUAL        PIC 9(8) VALUE 0.
    01 WS-TENDENCIA-IMC     PIC X(30) VALUE SPACES.
    01 WS-FIM-ARQUIVO       PIC X(1) VALUE 'N'.
    01 CENTO                PIC 9(3)V99 VALUE 100.00.
    01 WS-DECIMAIS-OK       PIC X(1) VALUE 'S'.
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
*> EVENTO NA TRILHA DE AUDITORIA - MESMO LAYOUT DO IMC INTERATIVO
*> E DO PACMANUT (COLUNAS 1-38 COMO NAS LINHAS DE MEDICAO).
    01 LINHA-AUDIT-EVENTO.
        02 LAE-DATA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-HORA      PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACE.
        02 LAE-OPERADOR  PIC X(20).
        02 LAE-TEXTO     PIC X(82).
    01 LINHA-EXTRATO-EHR-DET.
        02 EE-ID-PACIENTE    PIC 9(6).
        02 EE-IMC            PIC 9(3)V99.
        02 EE-CLASSIFICACAO  PIC X(10).
        02 EE-DATA           PIC 9(8).
        02 EE-UNIDADE        PIC X(3).
*> COLUNA 33: ORIGEM ('C' = MEDICAO DA CLINICA, VINDA DA FILA DO
*> IMC INTERATIVO; BRANCO = LOTE). COLUNA 34: 'R' NOS REGISTROS
*> REAPRESENTADOS DA CARGA ANTERIOR. O IMCCONC CONCILIA CADA
*> GRUPO CONTRA O SEU TOTAL DE CONTROLE.
        02 EE-ORIGEM         PIC X(1).
        02 EE-REAPRESENTADO  PIC X(1).
*> COLUNAS 35-44: PESO E ALTURA COM AS CASAS DECIMAIS MEDIDAS.
        02 EE-PESO           PIC 9(3)V999.
        02 EE-ALTURA         PIC 9(3)V9.
*> COLUNAS 45-47: GESTANTE ('S') E SEMANA GESTACIONAL - A
*> CLASSIFICACAO DA GESTANTE E A DA CURVA GESTACIONAL.
        02 EE-GESTACAO.
            03 EE-GESTANTE    PIC X(1).
            03 EE-SEMANA-GEST PIC 9(2).
*> COLUNA 48: TIPO DO REGISTRO - BRANCO = MEDICAO; 'C' = CORRECAO E
*> 'A' = CANCELAMENTO DE MEDICAO JA ENVIADA (GRAVADOS PELO IMCCORR
*> NA FILA DA CLINICA, COM A DATA DA MEDICAO ORIGINAL).
        02 EE-TIPO-REGISTRO  PIC X(1).
        02 FILLER            PIC X(2).
    COPY INDIVIDUO.
    01 ALTURA_M2     PIC 9(2)V9(6) VALUE 0.
    01 WS-CLASSIFICACAO PIC X(10) VALUE SPACES.
    01 IDADE-ADULTA      PIC 9(3) VALUE 18.
    01 WS-TOTAL-LIDOS       PIC 9(5) VALUE 0.
    01 WS-TOTAL-EXTRATO     PIC 9(5) VALUE 0.
    01 WS-TOTAL-SUBSTITUIDOS PIC 9(5) VALUE 0.
    01 WS-TOTAL-REAPRESENTADOS PIC 9(5) VALUE 0.
    01 WS-TOTAL-CLINICA     PIC 9(5) VALUE 0.
*> IDADE/SEXO DIGITADOS NA ADMISSAO QUE NAO BATEM COM O MESTRE: O
*> MESTRE PREVALECE E A DIVERGENCIA VAI PARA A AUDITORIA (EVENTO
*> DIVERGENCIA), APURADA POR OPERADOR NO IMCCONS.
    01 WS-DIVERGE-MESTRE    PIC X(1) VALUE 'N'.
    01 WS-IDADE-DIGITADA    PIC X(3) VALUE SPACES.
    01 WS-SEXO-DIGITADO     PIC X(1) VALUE SPACE.
    01 WS-FIM-EHRPEND       PIC X(1) VALUE 'N'.
    01 WS-FIM-FILA-EHR      PIC X(1) VALUE 'N'.
*> PRE-VARREDURA DE PESAGENS DUPLICADAS NA MESMA NOITE: CADA
*> REGISTRO DO ARQUIVO DE ENTRADA E ANOTADO CRU NA TAB-PRESCAN,
*> QUE E ORDENADA POR ID/SEQUENCIA AO FIM DA VARREDURA E
                DEPENDING ON WS-SEQ-PRESCAN.
            03 RAW-ID         PIC 9(6).
            03 RAW-SEQ        PIC 9(5).
            03 RAW-PESO       PIC 9(3)V999.
    01 TAB-DUPLICADOS.
        02 DUP-ENTRADA OCCURS 1 TO 30000
                DEPENDING ON WS-QTDE-DUP-IDS
            03 DUP-QTDE       PIC 9(3).
            03 DUP-ULTIMO-SEQ PIC 9(5).
            03 DUP-VISTOS     PIC 9(3).
            03 DUP-PESO-MIN   PIC 9(3)V999.
            03 DUP-PESO-MAX   PIC 9(3)V999.
    01 WS-FIM-PRESCAN       PIC X(1) VALUE 'N'.
    01 WS-RAW-I             PIC 9(5) VALUE 0.
    01 WS-DUP-IND-ACHADO    PIC 9(5) VALUE 0.
    01 WS-ACAO-DUPLICADO    PIC X(1) VALUE 'N'.
    01 WS-DIF-PESO          PIC 9(3)V999 VALUE 0.
    01 WS-ED-DUP-PESO       PIC ZZ9.999.
    01 WS-ED-DUP-ALTURA     PIC ZZ9.9.
    01 WS-ED-DUP-DIF        PIC ZZ9.999.
    01 TAB-SECAO-DUP.
        02 SD-LINHA PIC X(80) OCCURS 300.
    01 WS-QTDE-LINHAS-DUP   PIC 9(3) VALUE 0.
    01 WS-DUP-I             PIC 9(3) VALUE 0.
    01 WS-STATUS-CONTROLE   PIC X(2) VALUE SPACES.
    01 WS-STATUS-CTRLOPER   PIC X(2) VALUE SPACES.
    01 WS-STATUS-HISTNOIT   PIC X(2) VALUE SPACES.
    01 WS-HORA-INICIO       PIC 9(8) VALUE 0.
    01 WS-HORA-INICIO-PARTES REDEFINES WS-HORA-INICIO.
        02 WS-INI-HH PIC 9(2).
    01 WS-PESO-IDEAL-MIN       PIC 9(3)V99 VALUE 0.
    01 WS-PESO-IDEAL-MAX       PIC 9(3)V99 VALUE 0.
    COPY PARMIMC.
    COPY GESTACAO.
    COPY HISTNOIT.

    01 ID-PACIENTE-MINIMO PIC 9(6) VALUE 1.
    01 ID-PACIENTE-MAXIMO PIC 9(6) VALUE 999999.
    01 WS-TOTAL-NORMAL      PIC 9(5) VALUE 0.
    01 WS-TOTAL-SOBREPESO   PIC 9(5) VALUE 0.
    01 WS-TOTAL-OBESIDADE   PIC 9(5) VALUE 0.
    01 WS-TOTAL-GESTANTES   PIC 9(5) VALUE 0.
*> TOTAIS DE CLASSIFICACAO POR UNIDADE (HOSPITAL PRINCIPAL, ANEXO,
*> ...): ALIMENTAM A SECAO POR UNIDADE DO RELATORIO E OS CAMPOS
*> POR UNIDADE DO REGISTRO DE CONTROLE.
            03 UNID-NORMAL     PIC 9(5).
            03 UNID-SOBREPESO  PIC 9(5).
            03 UNID-OBESIDADE  PIC 9(5).
            03 UNID-GESTANTES  PIC 9(5).
    01 WS-QTDE-UNIDADES     PIC 9(1) VALUE 0.
    01 WS-UNID-IND          PIC 9(1) VALUE 0.
    01 WS-UNID-ACHADA       PIC 9(1) VALUE 0.
                MOVE ID-PACIENTE-IN TO ID_PACIENTE
                MOVE NOME-IN      TO NOME
                MOVE IDADE-IN     TO IDADE
                PERFORM 0135-COMPOR-MEDIDAS
                MOVE FUNCTION UPPER-CASE(SEXO-IN) TO SEXO
                MOVE CINTURA-CM-IN TO CINTURA_CM
                MOVE FUNCTION UPPER-CASE(UNIDADE-IN) TO UNIDADE
                    MOVE "---" TO UNIDADE
                END-IF

                MOVE 'N' TO GESTANTE
                MOVE 0   TO SEMANA-GEST
                MOVE 0   TO PESO-PRE-GEST

                MOVE 'S' TO WS-REGISTRO-VALIDO
                MOVE SPACES TO WS-MOTIVO-REJEICAO
                MOVE SPACES TO WS-COD-MOTIVO
                    IF WS-REGISTRO-VALIDO = 'S'
                        PERFORM 0130-VALIDAR-PACMEST
                    END-IF
                    IF WS-REGISTRO-VALIDO = 'S'
                        PERFORM 0145-VALIDAR-GESTACAO
                    END-IF
                    IF WS-REGISTRO-VALIDO = 'N'
                        PERFORM 0550-GRAVAR-REJEITADO
                        IF WS-ACAO-DUPLICADO = 'F'
                    DISPLAY "IMC DE ", NOME, ": ", IMC, " KG/M2"
                    COMPUTE WS-RAZAO-CINTURA-ALTURA = CINTURA_CM / ALTURA_CM
                    DISPLAY "RAZAO CINTURA-ALTURA: " WS-RAZAO-CINTURA-ALTURA
                    IF GESTANTE = 'S'
                        MOVE 0 TO WS-PESO-IDEAL-MIN
                        MOVE 0 TO WS-PESO-IDEAL-MAX
                        PERFORM 0350-CLASSIFICAR-GESTANTE
                        PERFORM 0355-AVALIAR-GANHO-GESTACIONAL
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
                    PERFORM 0315-ACUMULAR-UNIDADE
                    IF WS-PRIMEIRO-PACIENTE = 0
                    END-IF
                    IF WS-RETOMANDO-PASSO < 2
                        PERFORM 0510-GRAVAR-AUDITORIA
                        IF GESTANTE = 'S'
                            PERFORM 0515-GRAVAR-EVENTO-GESTACAO
                        END-IF
                        IF WS-DIVERGE-MESTRE = 'S'
                            PERFORM 0517-GRAVAR-EVENTO-DIVERGENCIA
                        END-IF
                        MOVE 2 TO CKP-PASSO
                        PERFORM 0405-GRAVAR-CHECKPOINT-PASSO
                    END-IF
                        MOVE WS-PESO-IDEAL-MIN     TO LD-PESO-MIN
                        MOVE WS-PESO-IDEAL-MAX     TO LD-PESO-MAX
                        WRITE LINHA-RELATORIO FROM LINHA-DETALHE
                        IF GESTANTE = 'S'
                            MOVE SPACES TO LINHA-RELATORIO
                            STRING "    GESTANTE " WS-TEXTO-GESTACAO
                                DELIMITED BY SIZE INTO LINHA-RELATORIO
                            WRITE LINHA-RELATORIO
                        END-IF
                        MOVE 4 TO CKP-PASSO
                        PERFORM 0405-GRAVAR-CHECKPOINT-PASSO
                    END-IF
    MOVE "OBESIDADE"  TO LINHA-TOTAL-DET (1:20)
    MOVE WS-TOTAL-OBESIDADE TO LT-QUANTIDADE
    WRITE LINHA-RELATORIO FROM LINHA-TOTAL-DET
    MOVE "GESTANTES"  TO LINHA-TOTAL-DET (1:20)
    MOVE WS-TOTAL-GESTANTES TO LT-QUANTIDADE
    WRITE LINHA-RELATORIO FROM LINHA-TOTAL-DET
    PERFORM 0316-GRAVAR-TOTAIS-UNIDADE

    PERFORM 0169-GRAVAR-SECAO-DUPLICADOS
    DISPLAY "TOTAL DE REGISTROS DE EXTRATO EHR: " WS-TOTAL-EXTRATO
    DISPLAY "TOTAL DE REGISTROS REAPRESENTADOS AO EHR: "
        WS-TOTAL-REAPRESENTADOS
    DISPLAY "TOTAL DE MEDICOES DA CLINICA ENVIADAS AO EHR: "
        WS-TOTAL-CLINICA
    PERFORM 0580-DEFINIR-RETORNO
    PERFORM 0590-GRAVAR-CTRLOPER
    PERFORM 0595-REGISTRAR-NOITE
    DISPLAY "CODIGO DE RETORNO FINAL: " WS-RETORNO-FINAL
    MOVE WS-RETORNO-FINAL TO RETURN-CODE
    STOP RUN.
*> O MESTRE (CONCILIADO COM O EHR PELO EHRDEMOG) E A FONTE OFICIAL
*> DE NOME, SEXO E DATA DE NASCIMENTO - A GRAFIA E A IDADE DIGITADAS
*> NA ADMISSAO NAO SOBRESCREVEM MAIS O HISTORICO/AUDITORIA NEM
*> MISTURAM IDENTIDADES NA CLASSIFICACAO. A IDADE DIGITADA NAO E
*> CRITICADA NO 0140: A FAIXA (R02) VALE PARA A IDADE NA DATA DA
*> MEDICAO CALCULADA AQUI PELA DATA DE NASCIMENTO DO MESTRE.
    MOVE 'N' TO WS-DIVERGE-MESTRE
    IF WS-REGISTRO-VALIDO = 'S'
        MOVE PACM-NOME TO NOME
        MOVE SEXO TO WS-SEXO-DIGITADO
        MOVE IDADE-IN TO WS-IDADE-DIGITADA
        MOVE PACM-SEXO TO SEXO
        COMPUTE IDADE = (WS-DATA-ATUAL - PACM-DATA-NASC) / 10000
        IF WS-SEXO-DIGITADO NOT = SEXO
            MOVE 'S' TO WS-DIVERGE-MESTRE
        END-IF
        IF IDADE-IN IS NOT NUMERIC
            MOVE 'S' TO WS-DIVERGE-MESTRE
        ELSE
            IF IDADE-IN NOT = IDADE
                MOVE 'S' TO WS-DIVERGE-MESTRE
            END-IF
        END-IF
        IF IDADE < IDADE-MINIMA OR IDADE > IDADE-MAXIMA
            MOVE 'N' TO WS-REGISTRO-VALIDO
            MOVE "R02" TO WS-COD-MOTIVO
        END-IF
    END-IF.

0135-COMPOR-MEDIDAS.
*> PESO = KG + GRAMAS, ALTURA = CM + MILIMETRO. BRANCOS NAS COLUNAS
*> DE DECIMAIS VALEM ZERO; QUALQUER OUTRA COISA NAO NUMERICA REJEITA
*> O REGISTRO (R13) NA VALIDACAO DE FAIXAS.
    MOVE 'S' TO WS-DECIMAIS-OK
    MOVE PESO-IN      TO PESO
    MOVE ALTURA-CM-IN TO ALTURA_CM
    IF PESO-GRAMAS-IN NOT = SPACES
        IF PESO-GRAMAS-IN IS NUMERIC
            COMPUTE PESO = PESO + PESO-GRAMAS-IN-N / 1000
        ELSE
            MOVE 'N' TO WS-DECIMAIS-OK
        END-IF
    END-IF
    IF ALTURA-MM-IN NOT = SPACE
        IF ALTURA-MM-IN IS NUMERIC
            COMPUTE ALTURA_CM = ALTURA_CM + ALTURA-MM-IN-N / 10
        ELSE
            MOVE 'N' TO WS-DECIMAIS-OK
        END-IF
    END-IF.

0140-VALIDAR-FAIXAS.
    IF ID_PACIENTE < ID-PACIENTE-MINIMO
       OR ID_PACIENTE > ID-PACIENTE-MAXIMO
            ID-PACIENTE-MAXIMO DELIMITED BY SIZE
            INTO WS-MOTIVO-REJEICAO
    ELSE
        IF PESO < PESO-MINIMO OR PESO > PESO-MAXIMO
            MOVE 'N' TO WS-REGISTRO-VALIDO
            MOVE "R03" TO WS-COD-MOTIVO
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE PESO-MINIMO TO WS-ED-PESO-MIN
            MOVE PESO-MAXIMO TO WS-ED-PESO-MAX
            STRING "PESO FORA DA FAIXA " WS-ED-PESO-MIN "-"
                WS-ED-PESO-MAX DELIMITED BY SIZE
                INTO WS-MOTIVO-REJEICAO
        ELSE
            IF ALTURA_CM < ALTURA-CM-MINIMA
               OR ALTURA_CM > ALTURA-CM-MAXIMA
                MOVE 'N' TO WS-REGISTRO-VALIDO
                MOVE "R04" TO WS-COD-MOTIVO
                MOVE SPACES TO WS-MOTIVO-REJEICAO
                MOVE ALTURA-CM-MINIMA TO WS-ED-ALTURA-MIN
                MOVE ALTURA-CM-MAXIMA TO WS-ED-ALTURA-MAX
                STRING "ALTURA FORA DA FAIXA " WS-ED-ALTURA-MIN
                    "-" WS-ED-ALTURA-MAX DELIMITED BY SIZE
                    INTO WS-MOTIVO-REJEICAO
            ELSE
                IF SEXO NOT = 'M' AND SEXO NOT = 'F'
                    MOVE 'N' TO WS-REGISTRO-VALIDO
                    MOVE "R05" TO WS-COD-MOTIVO
                    MOVE "SEXO INVALIDO (INFORME M OU F)"
                        TO WS-MOTIVO-REJEICAO
                ELSE
                    IF CINTURA_CM < CINTURA-CM-MINIMA
                       OR CINTURA_CM > CINTURA-CM-MAXIMA
                        MOVE 'N' TO WS-REGISTRO-VALIDO
                        MOVE "R06" TO WS-COD-MOTIVO
                        MOVE SPACES TO WS-MOTIVO-REJEICAO
                        STRING "CINTURA FORA DA FAIXA "
                            CINTURA-CM-MINIMA "-"
                            CINTURA-CM-MAXIMA " CM"
                            DELIMITED BY SIZE
                            INTO WS-MOTIVO-REJEICAO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-REGISTRO-VALIDO = 'S' AND WS-DECIMAIS-OK = 'N'
        MOVE 'N' TO WS-REGISTRO-VALIDO
        MOVE "R13" TO WS-COD-MOTIVO
        MOVE "GRAMAS/MILIMETRO NAO NUMERICOS"
            TO WS-MOTIVO-REJEICAO
    END-IF.

0145-VALIDAR-GESTACAO.
*> DEPOIS DO MESTRE (SEXO E IDADE OFICIAIS): A MARCA DE GESTANTE SO
*> VALE PARA SEXO F A PARTIR DA IDADE MINIMA DO GESTACAO, COM SEMANA
*> DENTRO DA CURVA. QUALQUER INCOERENCIA REJEITA O REGISTRO (R14) EM
*> VEZ DE CLASSIFICAR A GESTANTE PELO CORTE DE ADULTO.
    MOVE FUNCTION UPPER-CASE(GESTANTE-IN) TO GESTANTE
    IF GESTANTE = SPACE
        MOVE 'N' TO GESTANTE
    END-IF
    IF GESTANTE NOT = 'S' AND GESTANTE NOT = 'N'
        MOVE 'N' TO WS-REGISTRO-VALIDO
        MOVE "INDICADOR DE GESTANTE NAO E S/N" TO WS-MOTIVO-REJEICAO
    ELSE
        IF GESTANTE = 'S'
            IF SEXO NOT = 'F'
                MOVE 'N' TO WS-REGISTRO-VALIDO
                MOVE "GESTANTE SEM SEXO F NO MESTRE"
                    TO WS-MOTIVO-REJEICAO
            ELSE
                IF IDADE < GEST-IDADE-MINIMA
                    MOVE 'N' TO WS-REGISTRO-VALIDO
                    MOVE SPACES TO WS-MOTIVO-REJEICAO
                    STRING "GESTANTE COM IDADE ABAIXO DE "
                        GEST-IDADE-MINIMA DELIMITED BY SIZE
                        INTO WS-MOTIVO-REJEICAO
                ELSE
                    IF SEMANA-GEST-IN NOT NUMERIC
                       OR SEMANA-GEST-IN-N < GEST-SEMANA-MINIMA
                       OR SEMANA-GEST-IN-N > GEST-SEMANA-MAXIMA
                        MOVE 'N' TO WS-REGISTRO-VALIDO
                        MOVE SPACES TO WS-MOTIVO-REJEICAO
                        STRING "SEMANA GESTACIONAL FORA DE "
                            GEST-SEMANA-MINIMA "-" GEST-SEMANA-MAXIMA
                            DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                    ELSE
                        MOVE SEMANA-GEST-IN-N TO SEMANA-GEST
                        IF PESO-PRE-GEST-IN NOT = SPACES
                            IF PESO-PRE-GEST-IN NOT NUMERIC
                                MOVE 'N' TO WS-REGISTRO-VALIDO
                            ELSE
                                MOVE PESO-PRE-GEST-IN-N
                                    TO PESO-PRE-GEST
                                IF PESO-PRE-GEST NOT = 0
                                   AND (PESO-PRE-GEST < PESO-MINIMO
                                    OR PESO-PRE-GEST > PESO-MAXIMO)
                                    MOVE 'N' TO WS-REGISTRO-VALIDO
                                END-IF
                            END-IF
                            IF WS-REGISTRO-VALIDO = 'N'
                                MOVE "PESO PRE-GESTACIONAL INVALIDO"
                                    TO WS-MOTIVO-REJEICAO
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-REGISTRO-VALIDO = 'N'
        MOVE "R14" TO WS-COD-MOTIVO
    END-IF.

0150-PRE-VARRER-DUPLICADOS.
    ADD 1 TO WS-SEQ-PRESCAN
    MOVE ID-PACIENTE-IN TO RAW-ID (WS-SEQ-PRESCAN)
    MOVE WS-SEQ-PRESCAN TO RAW-SEQ (WS-SEQ-PRESCAN)
    PERFORM 0135-COMPOR-MEDIDAS
    MOVE PESO           TO RAW-PESO (WS-SEQ-PRESCAN).

0158-CONSOLIDAR-PRESCAN.
*> A TABELA CRUA JA ESTA EM ORDEM DE ID/SEQUENCIA: CADA TROCA DE
    END-IF.

0165-LOG-DUP-DIVERGENTE.
    MOVE PESO        TO WS-ED-DUP-PESO
    MOVE ALTURA_CM   TO WS-ED-DUP-ALTURA
    MOVE WS-DIF-PESO TO WS-ED-DUP-DIF
    MOVE SPACES TO WS-DUP-LINHA
    STRING "ID " ID_PACIENTE " PESAGEM "
        DUP-VISTOS (WS-DUP-IND-ACHADO)
        " P " WS-ED-DUP-PESO " A " WS-ED-DUP-ALTURA " C " CINTURA_CM
        " DIF " WS-ED-DUP-DIF
        " SUSPEITA - DESCARTADA"
        DELIMITED BY SIZE INTO WS-DUP-LINHA
    PERFORM 0168-ADICIONAR-LINHA-DUP.

0166-LOG-DUP-FINAL.
    MOVE PESO        TO WS-ED-DUP-PESO
    MOVE ALTURA_CM   TO WS-ED-DUP-ALTURA
    MOVE SPACES TO WS-DUP-LINHA
    STRING "ID " ID_PACIENTE " PESAGEM "
        DUP-VISTOS (WS-DUP-IND-ACHADO)
        " P " WS-ED-DUP-PESO " A " WS-ED-DUP-ALTURA " C " CINTURA_CM
        " - PESAGEM FINAL DA NOITE MANTIDA"
        DELIMITED BY SIZE INTO WS-DUP-LINHA
    PERFORM 0168-ADICIONAR-LINHA-DUP.

0167-LOG-DUP-SUBSTITUIDA.
    MOVE PESO        TO WS-ED-DUP-PESO
    MOVE ALTURA_CM   TO WS-ED-DUP-ALTURA
    MOVE SPACES TO WS-DUP-LINHA
    STRING "ID " ID_PACIENTE " PESAGEM "
        DUP-VISTOS (WS-DUP-IND-ACHADO)
        " P " WS-ED-DUP-PESO " A " WS-ED-DUP-ALTURA " C " CINTURA_CM
        " - SUBSTITUIDA PELA PESAGEM FINAL"
        DELIMITED BY SIZE INTO WS-DUP-LINHA
    PERFORM 0168-ADICIONAR-LINHA-DUP.
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
*> MEDICAO (MESMA DATA/HORA) - MESMO EVENTO DO IMC INTERATIVO.
    MOVE WS-DATA-ATUAL TO LAE-DATA
    MOVE WS-HORA-ATUAL TO LAE-HORA
    MOVE WS-OPERADOR   TO LAE-OPERADOR
    MOVE SPACES        TO LAE-TEXTO
    STRING "GESTACAO " ID_PACIENTE " " WS-TEXTO-GESTACAO
        DELIMITED BY SIZE INTO LAE-TEXTO
    WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO.

0517-GRAVAR-EVENTO-DIVERGENCIA.
*> IDADE/SEXO DIGITADOS DIFERENTES DO MESTRE (MESMA DATA/HORA DA
*> MEDICAO): A MEDICAO JA FOI GRAVADA COM OS DADOS DO MESTRE.
    MOVE WS-DATA-ATUAL TO LAE-DATA
    MOVE WS-HORA-ATUAL TO LAE-HORA
    MOVE WS-OPERADOR   TO LAE-OPERADOR
    MOVE SPACES        TO LAE-TEXTO
    STRING "DIVERGENCIA " ID_PACIENTE " IDADE DIGITADA "
        WS-IDADE-DIGITADA " MESTRE " IDADE " SEXO DIGITADO "
        WS-SEXO-DIGITADO " MESTRE " SEXO
        DELIMITED BY SIZE INTO LAE-TEXTO
    WRITE LINHA-AUDITORIA FROM LINHA-AUDIT-EVENTO
    DISPLAY "ID " ID_PACIENTE " IDADE/SEXO DIGITADOS DIVERGEM DO "
        "MESTRE - GRAVADO COM OS DADOS DO MESTRE".

0520-GRAVAR-EXTRATO-EHR.
    MOVE ID_PACIENTE      TO EE-ID-PACIENTE
    MOVE IMC              TO EE-IMC
    MOVE WS-CLASSIFICACAO TO EE-CLASSIFICACAO
    MOVE WS-DATA-ATUAL    TO EE-DATA
    MOVE UNIDADE          TO EE-UNIDADE
    MOVE SPACE            TO EE-ORIGEM
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
    WRITE LINHA-EXTRATO-EHR FROM LINHA-EXTRATO-EHR-DET.

0570-GRAVAR-CONTROLE.
    COMPUTE WS-TOTAL-PROCESSADOS = WS-TOTAL-MAGREZA + WS-TOTAL-NORMAL
        + WS-TOTAL-SOBREPESO + WS-TOTAL-OBESIDADE + WS-TOTAL-GESTANTES
    MOVE WS-DATA-ATUAL        TO CTL-DATA-EXECUCAO
    MOVE WS-TOTAL-LIDOS       TO CTL-TOTAL-LIDOS
    MOVE WS-TOTAL-PROCESSADOS TO CTL-TOTAL-PROCESSADOS
    MOVE WS-TOTAL-EXTRATO     TO CTL-TOTAL-EXTRATO
    MOVE WS-TOTAL-SUBSTITUIDOS TO CTL-TOTAL-SUBSTITUIDOS
    MOVE WS-TOTAL-REAPRESENTADOS TO CTL-TOTAL-REAPRESENTADOS
    MOVE WS-TOTAL-CLINICA     TO CTL-TOTAL-CLINICA
    MOVE SPACES TO CTL-SITES
    PERFORM VARYING WS-UNID-IND FROM 1 BY 1
            UNTIL WS-UNID-IND > WS-QTDE-UNIDADES
            + UNID-NORMAL (WS-UNID-IND)
            + UNID-SOBREPESO (WS-UNID-IND)
            + UNID-OBESIDADE (WS-UNID-IND)
            + UNID-GESTANTES (WS-UNID-IND)
        MOVE WS-UNID-PROCESSADOS
            TO CTL-SITE-PROCESSADOS (WS-UNID-IND)
    END-PERFORM
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
    MOVE "  REJEITA (REJEITADOS)  CONTROLE (TOTAIS)  CHECKPT (CHECKPOINT)"
        TO LINHA-CTRL-TEXTO
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-TEXTO
    MOVE "  EHRPEND (PENDENCIAS EHR)  EHRFILA (FILA DA CLINICA)"
        TO LINHA-CTRL-TEXTO
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-TEXTO
    MOVE "REGISTROS LIDOS:" TO LCV-ROTULO
    MOVE WS-TOTAL-LIDOS TO LCV-VALOR
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-ROTVAL
    MOVE "REGISTROS REAPRESENTADOS AO EHR:" TO LCV-ROTULO
    MOVE WS-TOTAL-REAPRESENTADOS TO LCV-VALOR
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-ROTVAL
    MOVE "MEDICOES DA CLINICA ENVIADAS AO EHR:" TO LCV-ROTULO
    MOVE WS-TOTAL-CLINICA TO LCV-VALOR
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-ROTVAL
    MOVE "GESTANTES (CURVA GESTACIONAL):" TO LCV-ROTULO
    MOVE WS-TOTAL-GESTANTES TO LCV-VALOR
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-ROTVAL
    MOVE "PERCENTUAL DE REJEICAO (INTEIRO):" TO LCV-ROTULO
    MOVE WS-PCT-REJEITADOS TO LCV-VALOR
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-ROTVAL
    WRITE LINHA-CTRLOPER FROM LINHA-CTRL-ROTVAL
    CLOSE ARQ-CTRLOPER.

0595-REGISTRAR-NOITE.
*> ACRESCENTA O RESULTADO DESTA EXECUCAO AO HISTORICO DA RODADA
*> NOTURNA (COPYBOOK HISTNOIT). SEM O HISTORICO A EXECUCAO SEGUE -
*> SO FICA FORA DO RESUMO DA MANHA (NOITERES).
    MOVE WS-DATA-ATUAL TO HN-DATA
    ACCEPT HN-HORA FROM TIME
    MOVE "IMCLOTE" TO HN-PROGRAMA
    MOVE WS-RETORNO-FINAL TO HN-RETORNO
    MOVE ZEROS TO HN-CONTAGENS
    MOVE WS-TOTAL-LIDOS          TO HN-LOT-LIDOS
    MOVE WS-TOTAL-PROCESSADOS    TO HN-LOT-PROCESSADOS
    MOVE WS-TOTAL-REJEITADOS     TO HN-LOT-REJEITADOS
    MOVE WS-TOTAL-EXTRATO        TO HN-LOT-EXTRATO
    MOVE WS-TOTAL-SUBSTITUIDOS   TO HN-LOT-SUBSTITUIDOS
    MOVE WS-TOTAL-REAPRESENTADOS TO HN-LOT-REAPRES
    MOVE WS-TOTAL-CLINICA        TO HN-LOT-CLINICA
    OPEN EXTEND ARQ-HISTNOIT
    IF WS-STATUS-HISTNOIT = "00"
        WRITE LINHA-HISTNOIT FROM REG-HIST-NOITE
        CLOSE ARQ-HISTNOIT
    ELSE
        DISPLAY "HISTORICO DA RODADA NOTURNA (DD HISTNOIT) NAO "
            "DISPONIVEL - STATUS: " WS-STATUS-HISTNOIT
        DISPLAY "EXECUCAO NAO REGISTRADA NO RESUMO DA MANHA"
    END-IF.

0400-VERIFICAR-CHECKPOINT.
    OPEN INPUT ARQ-CHECKPOINT
    IF WS-STATUS-CHECKPOINT NOT = "00" AND WS-STATUS-CHECKPOINT NOT = "35"
            MOVE CKP-TOTAL-EXTRATO    TO WS-TOTAL-EXTRATO
            MOVE CKP-TOTAL-SUBSTITUIDOS TO WS-TOTAL-SUBSTITUIDOS
            MOVE CKP-TOTAL-REAPRESENTADOS TO WS-TOTAL-REAPRESENTADOS
            MOVE CKP-TOTAL-CLINICA    TO WS-TOTAL-CLINICA
            MOVE CKP-TOTAL-GESTANTES  TO WS-TOTAL-GESTANTES
            MOVE CKP-SITES TO TAB-UNIDADES
            MOVE 0 TO WS-QTDE-UNIDADES
            PERFORM VARYING WS-UNID-IND FROM 1 BY 1
    MOVE WS-TOTAL-EXTRATO    TO CKP-TOTAL-EXTRATO
    MOVE WS-TOTAL-SUBSTITUIDOS TO CKP-TOTAL-SUBSTITUIDOS
    MOVE WS-TOTAL-REAPRESENTADOS TO CKP-TOTAL-REAPRESENTADOS
    MOVE WS-TOTAL-CLINICA    TO CKP-TOTAL-CLINICA
    MOVE WS-TOTAL-GESTANTES  TO CKP-TOTAL-GESTANTES
    MOVE TAB-UNIDADES TO CKP-SITES
*> EM RETOMADA COM REGISTRO EM ANDAMENTO, O PRIMEIRO REGISTRO DO
*> FLUXO PRESERVA O MARCADOR DE PASSO RESTAURADO PELO 0400: SE A
        MOVE WS-TOTAL-EXTRATO    TO CKP-TOTAL-EXTRATO
        MOVE WS-TOTAL-SUBSTITUIDOS TO CKP-TOTAL-SUBSTITUIDOS
        MOVE WS-TOTAL-REAPRESENTADOS TO CKP-TOTAL-REAPRESENTADOS
        MOVE WS-TOTAL-CLINICA    TO CKP-TOTAL-CLINICA
        MOVE WS-TOTAL-GESTANTES  TO CKP-TOTAL-GESTANTES
        MOVE TAB-UNIDADES TO CKP-SITES
        MOVE WS-DATA-ATUAL TO CKP-DATA-EXECUCAO
        MOVE 0 TO CKP-REG-EM-ANDAMENTO
    MOVE 0 TO CKP-TOTAL-EXTRATO
    MOVE 0 TO CKP-TOTAL-SUBSTITUIDOS
    MOVE 0 TO CKP-TOTAL-REAPRESENTADOS
    MOVE 0 TO CKP-TOTAL-CLINICA
    MOVE 0 TO CKP-TOTAL-GESTANTES
    MOVE SPACES TO CKP-SITES
    MOVE 0 TO CKP-REG-EM-ANDAMENTO
    MOVE 0 TO CKP-PASSO
    END-IF
    IF WS-CHECKPOINT-LIDO = 0
        PERFORM 0545-COPIAR-PENDENTES
        PERFORM 0547-COPIAR-FILA-CLINICA
    END-IF.

0545-COPIAR-PENDENTES.
                    AT END
                        MOVE 'S' TO WS-FIM-EHRPEND
                    NOT AT END
                        MOVE LINHA-EHRPEND TO LINHA-EXTRATO-EHR-DET
                        MOVE 'R' TO EE-REAPRESENTADO
                        WRITE LINHA-EXTRATO-EHR
                            FROM LINHA-EXTRATO-EHR-DET
                        ADD 1 TO WS-TOTAL-REAPRESENTADOS
                END-READ
            END-PERFORM
    END-IF
    MOVE WS-TOTAL-REAPRESENTADOS TO CKP-TOTAL-REAPRESENTADOS.

0547-COPIAR-FILA-CLINICA.
*> MEDICOES REGISTRADAS DURANTE O DIA NO IMC INTERATIVO (FILA DA
*> CLINICA, DD EHRFILA): ENTRAM NO EXTRATO DESTA NOITE COM A DATA
*> DA MEDICAO E A MARCA DE ORIGEM 'C'. A FILA SO E ESVAZIADA PELO
*> IMCNOITE DEPOIS DA CARGA, PARA UMA RODADA REPETIDA NAO PERDER
*> AS MEDICOES. A CONTAGEM VAI NO REGISTRO DE CONTROLE PARA O
*> IMCCONC CONCILIA-LAS A PARTE.
    OPEN INPUT ARQ-FILA-EHR
    IF WS-STATUS-FILA-EHR = "35"
        DISPLAY "SEM MEDICOES DA CLINICA A ENVIAR "
            "(DD EHRFILA AUSENTE)"
    ELSE
        IF WS-STATUS-FILA-EHR NOT = "00"
            DISPLAY "ERRO AO ABRIR FILA DA CLINICA "
                "(DD EHRFILA) - STATUS: " WS-STATUS-FILA-EHR
            MOVE 16 TO RETURN-CODE
            STOP RUN
        ELSE
            MOVE 'N' TO WS-FIM-FILA-EHR
            PERFORM UNTIL WS-FIM-FILA-EHR = 'S'
                READ ARQ-FILA-EHR
                    AT END
                        MOVE 'S' TO WS-FIM-FILA-EHR
                    NOT AT END
                        MOVE LINHA-FILA-EHR TO LINHA-EXTRATO-EHR-DET
                        MOVE 'C' TO EE-ORIGEM
                        MOVE SPACE TO EE-REAPRESENTADO
                        WRITE LINHA-EXTRATO-EHR
                            FROM LINHA-EXTRATO-EHR-DET
                        ADD 1 TO WS-TOTAL-CLINICA
                END-READ
            END-PERFORM
            CLOSE ARQ-FILA-EHR
            DISPLAY "MEDICOES DA CLINICA COPIADAS PARA O EXTRATO: "
                WS-TOTAL-CLINICA
        END-IF
    END-IF
    MOVE WS-TOTAL-CLINICA TO CKP-TOTAL-CLINICA.

0200-ATUALIZAR-HISTORICO.
    MOVE ID_PACIENTE TO HIST-ID-PACIENTE
    READ ARQ-HISTORICO
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

        MOVE 0 TO UNID-NORMAL (WS-QTDE-UNIDADES)
        MOVE 0 TO UNID-SOBREPESO (WS-QTDE-UNIDADES)
        MOVE 0 TO UNID-OBESIDADE (WS-QTDE-UNIDADES)
        MOVE 0 TO UNID-GESTANTES (WS-QTDE-UNIDADES)
        MOVE WS-QTDE-UNIDADES TO WS-UNID-ACHADA
    END-IF
*> A GESTANTE ENTRA SO NA COLUNA DE GESTANTES: A CLASSE DELA E A DA
*> CURVA GESTACIONAL E NAO SE SOMA AS CLASSES DE ADULTO/PEDIATRIA.
    IF GESTANTE = 'S'
        ADD 1 TO UNID-GESTANTES (WS-UNID-ACHADA)
    ELSE
    EVALUATE WS-CLASSIFICACAO
        WHEN "MAGREZA"
            ADD 1 TO UNID-MAGREZA (WS-UNID-ACHADA)
            ADD 1 TO UNID-SOBREPESO (WS-UNID-ACHADA)
        WHEN "OBESIDADE"
            ADD 1 TO UNID-OBESIDADE (WS-UNID-ACHADA)
    END-EVALUATE
    END-IF.

0316-GRAVAR-TOTAIS-UNIDADE.
    MOVE "TOTAIS POR UNIDADE" TO LINHA-RELATORIO
            " NORMAL " UNID-NORMAL (WS-UNID-IND)
            " SOBREPESO " UNID-SOBREPESO (WS-UNID-IND)
            " OBESIDADE " UNID-OBESIDADE (WS-UNID-IND)
            " GESTANTES " UNID-GESTANTES (WS-UNID-IND)
            DELIMITED BY SIZE INTO WS-DUP-LINHA
        WRITE LINHA-RELATORIO FROM WS-DUP-LINHA
    END-PERFORM.
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
