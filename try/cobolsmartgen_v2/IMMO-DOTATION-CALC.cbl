       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMO-DOTATION-CALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RESTANT             PIC S9(4).
       77  WS-JOUR-DEBUT          PIC 9(2).
       77  WS-JOUR-FIN            PIC 9(2).
       77  WS-JOURS               PIC S9(3).
       01  WS-COEF                PIC 9V99.
       01  WS-MENSUEL             PIC 9(9)V9(4).
       01  WS-LINEAIRE            PIC 9(9)V9(4).
       LINKAGE SECTION.
       01  LK-CALCUL-DOTATION.
           05 CDT-METHODE         PIC X.
           05 CDT-COUT            PIC 9(9)V99.
           05 CDT-DUREE           PIC 9(3).
           05 CDT-RANG            PIC 9(4).
           05 CDT-JOUR-ACQ        PIC 9(2).
           05 CDT-JOUR-CESSION    PIC 9(2).
           05 CDT-VNC             PIC 9(9)V99.
           05 CDT-BASE-ANNEE      PIC 9(9)V99.
           05 CDT-DOTATION        PIC 9(9)V99.
       PROCEDURE DIVISION USING LK-CALCUL-DOTATION.
       MAIN-PROCESS.
           MOVE 0 TO CDT-DOTATION
           IF CDT-VNC = ZERO OR CDT-DUREE = ZERO
               GOBACK
           END-IF
           COMPUTE WS-RESTANT = CDT-DUREE - CDT-RANG
           EVALUATE CDT-METHODE
               WHEN 'D'
                   PERFORM CALCULER-DEGRESSIF
               WHEN OTHER
                   PERFORM CALCULER-LINEAIRE
           END-EVALUATE
           IF CDT-JOUR-CESSION > ZERO
               MOVE CDT-JOUR-CESSION TO WS-JOUR-FIN
               IF WS-JOUR-FIN > 30
                   MOVE 30 TO WS-JOUR-FIN
               END-IF
               IF CDT-METHODE = 'D' OR CDT-RANG > ZERO
                   MOVE 1 TO WS-JOUR-DEBUT
               ELSE
                   MOVE CDT-JOUR-ACQ TO WS-JOUR-DEBUT
                   IF WS-JOUR-DEBUT > 30
                       MOVE 30 TO WS-JOUR-DEBUT
                   END-IF
               END-IF
               COMPUTE WS-JOURS = WS-JOUR-FIN - WS-JOUR-DEBUT + 1
               IF WS-JOURS < ZERO
                   MOVE 0 TO WS-JOURS
               END-IF
               COMPUTE WS-MENSUEL = WS-LINEAIRE * WS-JOURS / 30
           END-IF
           COMPUTE CDT-DOTATION ROUNDED = WS-MENSUEL
           IF CDT-DOTATION > CDT-VNC
               MOVE CDT-VNC TO CDT-DOTATION
           END-IF
           GOBACK.
       CALCULER-LINEAIRE.
           IF WS-RESTANT <= ZERO
               MOVE CDT-VNC TO WS-MENSUEL
               MOVE CDT-VNC TO WS-LINEAIRE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINEAIRE = CDT-COUT / CDT-DUREE
           MOVE WS-LINEAIRE TO WS-MENSUEL
           IF CDT-RANG = ZERO
               MOVE CDT-JOUR-ACQ TO WS-JOUR-DEBUT
               IF WS-JOUR-DEBUT > 30
                   MOVE 30 TO WS-JOUR-DEBUT
               END-IF
               COMPUTE WS-MENSUEL =
                   WS-MENSUEL * (31 - WS-JOUR-DEBUT) / 30
           END-IF.
       CALCULER-DEGRESSIF.
           IF WS-RESTANT <= 1
               MOVE CDT-VNC TO WS-MENSUEL
               MOVE CDT-VNC TO WS-LINEAIRE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CDT-DUREE < 60
                   MOVE 1.25 TO WS-COEF
               WHEN CDT-DUREE <= 72
                   MOVE 1.75 TO WS-COEF
               WHEN OTHER
                   MOVE 2.25 TO WS-COEF
           END-EVALUATE
           COMPUTE WS-MENSUEL = CDT-BASE-ANNEE * WS-COEF / CDT-DUREE
           COMPUTE WS-LINEAIRE = CDT-VNC / WS-RESTANT
           IF WS-LINEAIRE > WS-MENSUEL
               MOVE WS-LINEAIRE TO WS-MENSUEL
           ELSE
               MOVE WS-MENSUEL TO WS-LINEAIRE
           END-IF.
