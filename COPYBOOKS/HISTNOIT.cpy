*> HISTORICO DA RODADA NOTURNA (DD HISTNOIT, DISP=MOD): CADA PASSO
*> DO IMCNOITE (EHRDEMOG, IMCLOTE, IMCCONC E EHRRECON) ACRESCENTA
*> UM REGISTRO AO TERMINAR, COM O CODIGO DE RETORNO E AS SUAS
*> CONTAGENS. O NOITERES, ULTIMO PASSO, LE OS REGISTROS GRAVADOS
*> DESDE O SEU ULTIMO FECHAMENTO (A NOITE CORRENTE), EMITE O RESUMO
*> DA MANHA E FECHA A NOITE COM UM REGISTRO PROPRIO (PROGRAMA
*> NOITERES) COM O FLUXO CONSOLIDADO - A SERIE DESSES FECHAMENTOS E
*> O HISTORICO DAS NOITES ANTERIORES. PASSO QUE TERMINA EM ERRO
*> FATAL (STOP RUN NO PONTO DO ERRO) NAO GRAVA REGISTRO.
    01 REG-HIST-NOITE.
        02 HN-DATA        PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 HN-HORA        PIC 9(8).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 HN-PROGRAMA    PIC X(8).
            88 HN-EHRDEMOG  VALUE "EHRDEMOG".
            88 HN-IMCLOTE   VALUE "IMCLOTE ".
            88 HN-IMCCONC   VALUE "IMCCONC ".
            88 HN-EHRRECON  VALUE "EHRRECON".
            88 HN-NOITERES  VALUE "NOITERES".
        02 FILLER         PIC X(1) VALUE SPACE.
        02 HN-RETORNO     PIC 9(2).
        02 FILLER         PIC X(1) VALUE SPACE.
        02 HN-CONTAGENS.
            03 HN-CONTAGEM PIC 9(7) OCCURS 8.
*> EHRDEMOG: EXTRATO DEMOGRAFICO LIDO, INCLUIDOS E ATUALIZADOS NO
*> MESTRE, INVALIDOS, DIVERGENCIAS (SEXO, NOME, HISTORICO SEM EHR),
*> IDS FUNDIDOS E ANONIMIZADOS.
        02 HN-DEMOG REDEFINES HN-CONTAGENS.
            03 HN-DEM-EXTRATO      PIC 9(7).
            03 HN-DEM-INCLUIDOS    PIC 9(7).
            03 HN-DEM-ATUALIZADOS  PIC 9(7).
            03 HN-DEM-INVALIDOS    PIC 9(7).
            03 HN-DEM-DIVERGENCIAS PIC 9(7).
            03 HN-DEM-FUNDIDOS     PIC 9(7).
            03 HN-DEM-ANONIMIZADOS PIC 9(7).
            03 FILLER              PIC 9(7).
*> IMCLOTE: OS TOTAIS DO REGISTRO DE CONTROLE.
        02 HN-LOTE REDEFINES HN-CONTAGENS.
            03 HN-LOT-LIDOS        PIC 9(7).
            03 HN-LOT-PROCESSADOS  PIC 9(7).
            03 HN-LOT-REJEITADOS   PIC 9(7).
            03 HN-LOT-EXTRATO      PIC 9(7).
            03 HN-LOT-SUBSTITUIDOS PIC 9(7).
            03 HN-LOT-REAPRES      PIC 9(7).
            03 HN-LOT-CLINICA      PIC 9(7).
            03 FILLER              PIC 9(7).
*> IMCCONC: CONTAGEM FISICA DO EXTRATO POR GRUPO E DA AUDITORIA DA
*> DATA, E QUANTAS CONFERENCIAS DIVERGIRAM.
        02 HN-CONC REDEFINES HN-CONTAGENS.
            03 HN-CON-LOTE         PIC 9(7).
            03 HN-CON-REAPRES      PIC 9(7).
            03 HN-CON-CLINICA      PIC 9(7).
            03 HN-CON-OUTRA-DATA   PIC 9(7).
            03 HN-CON-AUDITORIA    PIC 9(7).
            03 HN-CON-DIVERGENCIAS PIC 9(7).
            03 FILLER              PIC 9(7).
            03 FILLER              PIC 9(7).
*> EHRRECON: EXTRATO ENVIADO, ACEITOS, RECUSADOS, SEM CONFIRMACAO,
*> PENDENCIAS GRAVADAS, CONFIRMACOES SEM EXTRATO E CORRECOES.
        02 HN-RECON REDEFINES HN-CONTAGENS.
            03 HN-REC-EXTRATO      PIC 9(7).
            03 HN-REC-ACEITOS      PIC 9(7).
            03 HN-REC-RECUSADOS    PIC 9(7).
            03 HN-REC-SEM-ACK      PIC 9(7).
            03 HN-REC-PENDENTES    PIC 9(7).
            03 HN-REC-ACKS-SOBRA   PIC 9(7).
            03 HN-REC-CORRECOES    PIC 9(7).
            03 FILLER              PIC 9(7).
*> NOITERES (FECHAMENTO DA NOITE): FLUXO CONSOLIDADO, RETORNO DE
*> CADA PASSO (99 = SEM REGISTRO NA NOITE) E OS DESVIOS APONTADOS
*> (V = QUEDA DE VOLUME, R = PICO DE REJEICAO, P = PENDENCIAS
*> CRESCENDO). CONTAGEM NAO APURADA NA NOITE FICA 9999999.
        02 HN-NOITE REDEFINES HN-CONTAGENS.
            03 HN-NOI-LIDOS        PIC 9(7).
            03 HN-NOI-PROCESSADOS  PIC 9(7).
            03 HN-NOI-REJEITADOS   PIC 9(7).
            03 HN-NOI-EXTRAIDOS    PIC 9(7).
            03 HN-NOI-CONFIRMADOS  PIC 9(7).
            03 HN-NOI-PENDENTES    PIC 9(7).
            03 HN-NOI-RETORNOS.
                04 HN-NOI-RC       PIC 9(2) OCCURS 4.
            03 HN-NOI-DESVIOS      PIC X(3).
            03 FILLER              PIC X(3).
        02 FILLER         PIC X(14) VALUE SPACES.
