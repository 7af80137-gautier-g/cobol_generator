       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-AVOIR.
           05 LK-AVOIR-FACTURE    PIC X(9).
           05 LK-AVOIR-MONTANT    PIC X(12).
           05 LK-AVOIR-MOTIF      PIC X(60).
           05 LK-AVOIR-ID         PIC 9(9).
       PROCEDURE DIVISION USING LK-AVOIR.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CREATION D''UN AVOIR CLIENT'
           DISPLAY '=========================================='
           IF ADDRESS OF LK-AVOIR = NULL
               ACCEPT WS-ARG-FACTURE FROM ARGUMENT-VALUE
               ACCEPT WS-ARG-MONTANT FROM ARGUMENT-VALUE
               ACCEPT WS-ARG-MOTIF FROM ARGUMENT-VALUE
           ELSE
               MOVE ZERO TO LK-AVOIR-ID
               MOVE LK-AVOIR-FACTURE TO WS-ARG-FACTURE
               MOVE LK-AVOIR-MONTANT TO WS-ARG-MONTANT
               MOVE LK-AVOIR-MOTIF TO WS-ARG-MOTIF
           END-IF
           IF WS-ARG-FACTURE NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-MONTANT) NOT = 0
               OR WS-ARG-MOTIF = SPACES
               GOBACK
           END-IF
           PERFORM DAL-END
           IF ADDRESS OF LK-AVOIR NOT = NULL
               MOVE WS-AVR-ID TO LK-AVOIR-ID
           END-IF
           DISPLAY 'AVOIR ' WS-AVR-ID ' CREE SUR FACTURE '
               WS-INV-ORIGINE ' POUR ' WS-AVR-TTC ' TTC'
           DISPLAY 'CREDIT ' WS-PAY-ID ' A AFFECTER PAR'
