        02 ID_PACIENTE PIC 9(6).
        02 NOME       PIC X(20).
        02 IDADE      PIC 9(3).
        02 PESO       PIC 9(3)V999.
        02 ALTURA_CM  PIC 9(3)V9.
        02 SEXO       PIC X(1).
        02 CINTURA_CM PIC 9(3).
        02 UNIDADE    PIC X(3) VALUE SPACES.
        02 IMC        PIC 9(3)V99 VALUE 0.00.
*> GESTANTE = 'S' PARA MEDICAO DE GESTANTE (AVALIADA PELA CURVA DO
*> GESTACAO.CPY); PESO-PRE-GEST = 0 QUANDO NAO INFORMADO.
        02 GESTANTE      PIC X(1) VALUE 'N'.
        02 SEMANA-GEST   PIC 9(2) VALUE 0.
        02 PESO-PRE-GEST PIC 9(3)V999 VALUE 0.
