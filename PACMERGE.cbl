        02 HIST-IMC-ANTERIOR  PIC 9(3)V99.
        02 HIST-DATA-ULTIMA   PIC 9(8).
        02 HIST-UNIDADE       PIC X(3).
        02 HIST-GESTANTE      PIC X(1).

FD  ARQ-MERGEREL.
    01 LINHA-MERGEREL PIC X(100).
        02 HAN-IMC-ANTERIOR PIC 9(3)V99 VALUE 0.
        02 HAN-DATA-ULTIMA  PIC 9(8) VALUE 0.
        02 HAN-UNIDADE      PIC X(3) VALUE SPACES.
        02 HAN-GESTANTE     PIC X(1) VALUE SPACE.

    01 WS-TOTAL-PARES      PIC 9(5) VALUE 0.
    01 WS-TOTAL-FUNDIDOS   PIC 9(5) VALUE 0.
        MOVE HIST-IMC-ANTERIOR TO HAN-IMC-ANTERIOR
        MOVE HIST-DATA-ULTIMA  TO HAN-DATA-ULTIMA
        MOVE HIST-UNIDADE      TO HAN-UNIDADE
        MOVE HIST-GESTANTE     TO HAN-GESTANTE
    END-IF
    MOVE MRG-ID-NOVO TO HIST-ID-PACIENTE
    MOVE 'S' TO WS-HIST-NOVO-EXISTE
            MOVE HAN-IMC-ANTERIOR     TO HIST-IMC-ANTERIOR
            MOVE HAN-DATA-ULTIMA      TO HIST-DATA-ULTIMA
            MOVE HAN-UNIDADE          TO HIST-UNIDADE
            MOVE HAN-GESTANTE         TO HIST-GESTANTE
            WRITE REG-HISTORICO
            PERFORM 0250-CRITICAR-IO-HISTORICO
            PERFORM 0260-REMOVER-HIST-ANTIGO
            MOVE HAN-IMC-ATUAL        TO HIST-IMC-ATUAL
            MOVE HAN-DATA-ULTIMA      TO HIST-DATA-ULTIMA
            MOVE HAN-UNIDADE          TO HIST-UNIDADE
            MOVE HAN-GESTANTE         TO HIST-GESTANTE
            MOVE WS-NOME-SOBREVIVENTE TO HIST-NOME
            REWRITE REG-HISTORICO
            PERFORM 0250-CRITICAR-IO-HISTORICO
