      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. transf.
       AUTHOR. Thomas Baudrin.

      ******************************************************************
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      *
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANSFER
               ASSIGN TO 'transfer.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSFER-STATUS.

           SELECT F-CLASSES
               ASSIGN TO 'classes.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLS-CLASS
               FILE STATUS IS F-CLASSES-STATUS.

           SELECT F-PERIODES
               ASSIGN TO 'periodes.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS PER-CODE
               FILE STATUS IS F-PERIODES-STATUS.

           SELECT F-MOUVHIST
               ASSIGN TO 'mouvhist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MOUVHIST-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'transrpt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.
      *    Cartes de transfert en cours d'annee, format positionnel :
      *    1:6   matricule
      *    7:4   etablissement de depart
      *    11:5  classe de depart
      *    16:4  etablissement d'accueil (le meme pour un changement
      *          de classe dans l'etablissement)
      *    20:5  classe d'accueil
      *    25:15 periode a compter de laquelle l'eleve est suivi
      *          dans l'etablissement d'accueil
      *    40:4  code operateur (repris dans l'historique)
       FD  F-TRANSFER
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-TRANSFER      PIC X(80).

       FD  F-CLASSES
           RECORD CONTAINS 33 CHARACTERS.

       01  REC-F-CLASSES.
           03 CLS-CLASS        PIC X(05).
           03 CLS-NIVEAU       PIC X(05).
           03 CLS-PROF         PIC X(23).

      *    Calendrier des periodes (voir PROGRAM-ID. permnt) : la
      *    periode d'effet doit y figurer pour que le mouvement soit
      *    rapproche de l'historique des resultats.
       FD  F-PERIODES
           RECORD CONTAINS 34 CHARACTERS.

       01  REC-F-PERIODES.
           03 PER-CODE         PIC X(15).
           03 PER-ANNEE        PIC X(09).
           03 PER-TERME        PIC 9(01).
           03 PER-ETAT         PIC X(01).
               88 PER-OUVERTE              VALUE 'O'.
               88 PER-CLOSE                VALUE 'C'.
           03 PER-DATE-CLOTURE PIC 9(08).

      *    Historique des mouvements : une ligne par transfert
      *    applique, jamais reecrite ni purgee. Il est relu par le
      *    releve annuel (PROGRAM-ID. annuel), le traitement de nuit
      *    (PROGRAM-ID. student) et la verification de coherence
      *    (PROGRAM-ID. mastchk) : un matricule present sous deux
      *    etablissements y est le meme eleve.
       FD  F-MOUVHIST
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MOUVHIST.
           03 MV-STUDENT-ID    PIC 9(06).
           03 MV-ANC-ECOLE     PIC X(04).
           03 MV-ANC-CLASS     PIC X(05).
           03 MV-NOUV-ECOLE    PIC X(04).
           03 MV-NOUV-CLASS    PIC X(05).
           03 MV-PERIODE       PIC X(15).
           03 MV-DATE          PIC 9(08).
           03 MV-HEURE         PIC 9(06).
           03 MV-OPERATEUR     PIC X(04).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-TRANSFER-STATUS   PIC X(02) VALUE SPACE.
           88 F-TRANSFER-STATUS-OK     VALUE '00'.
           88 F-TRANSFER-STATUS-EOF    VALUE '10'.

       01  F-CLASSES-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSES-STATUS-OK      VALUE '00'.
           88 F-CLASSES-STATUS-NOTFND  VALUE '23'.

       01  F-PERIODES-STATUS   PIC X(02) VALUE SPACE.
           88 F-PERIODES-STATUS-OK     VALUE '00'.
           88 F-PERIODES-STATUS-NOTFND VALUE '23'.
           88 F-PERIODES-STATUS-NOFILE VALUE '35'.

       01  F-MOUVHIST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MOUVHIST-STATUS-OK     VALUE '00'.
           88 F-MOUVHIST-STATUS-EOF    VALUE '10'.
           88 F-MOUVHIST-STATUS-NOFILE VALUE '35'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

       77  WS-ID-TXT                   PIC X(06)           VALUE SPACE.
       77  WS-STUDENT-ID               PIC 9(06)           VALUE 0.
       77  WS-ANC-ECOLE                PIC X(04)           VALUE SPACE.
       77  WS-ANC-CLASS                PIC X(05)           VALUE SPACE.
       77  WS-NOUV-ECOLE               PIC X(04)           VALUE SPACE.
       77  WS-NOUV-CLASS               PIC X(05)           VALUE SPACE.
       77  WS-PERIODE                  PIC X(15)           VALUE SPACE.
       77  WS-OPERATEUR                PIC X(04)           VALUE SPACE.
       77  WS-CARTE-REJETEE            PIC X               VALUE 'F'.
       77  WS-MOTIF                    PIC X(40)           VALUE SPACE.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-HEURE                    PIC 9(08)           VALUE 0.
       77  WS-IDX                      PIC 9(04)           VALUE 0.
       77  WS-IDX-DERNIER              PIC 9(04)           VALUE 0.
       77  WS-DEJA-ENREGISTRE          PIC X               VALUE 'F'.
       77  WS-CALENDRIER-ACTIF         PIC X               VALUE 'F'.

      *    Mouvements deja enregistres, completes au fil des cartes
      *    acceptees : un doublon est refuse et un transfert doit
      *    partir de l'etablissement ou le precedent a conduit
      *    l'eleve.
       01  DATA-TRANSFERTS.
           05 TF-LGHT              PIC 9(04)   VALUE 0.
           05 TF-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON TF-LGHT.
               10 TF-STUDENT-ID    PIC 9(06).
               10 TF-ANC-ECOLE     PIC X(04).
               10 TF-NOUV-ECOLE    PIC X(04).
               10 TF-NOUV-CLASS    PIC X(05).
               10 TF-PERIODE       PIC X(15).

       01  WS-CNT-TRANSF.
           05 WS-CNT-HISTORIQUE    PIC 9(06) VALUE 0.
           05 WS-CNT-CARTES        PIC 9(06) VALUE 0.
           05 WS-CNT-APPLIQUES     PIC 9(06) VALUE 0.
           05 WS-CNT-CHANGE-ECOLE  PIC 9(06) VALUE 0.
           05 WS-CNT-CHANGE-CLASSE PIC 9(06) VALUE 0.
           05 WS-CNT-ERREURS       PIC 9(06) VALUE 0.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE FROM TIME.

           OPEN INPUT F-TRANSFER.
           IF NOT F-TRANSFER-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE transfer.dat IMPOSSIBLE, "
                   "STATUT " F-TRANSFER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    La classe d'accueil est controlee au referentiel comme
      *    celle des lignes 01 du traitement de nuit.
           OPEN INPUT F-CLASSES.
           IF NOT F-CLASSES-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE classes.dat IMPOSSIBLE, "
                   "STATUT " F-CLASSES-STATUS
               CLOSE F-TRANSFER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    La periode d'effet est controlee au calendrier des
      *    periodes quand il existe ; sans calendrier elle est
      *    seulement obligatoire, comme pour le releve annuel.
           OPEN INPUT F-PERIODES.
           IF F-PERIODES-STATUS-OK
               MOVE 'T' TO WS-CALENDRIER-ACTIF
           ELSE IF F-PERIODES-STATUS-NOFILE
               MOVE 'F' TO WS-CALENDRIER-ACTIF
           ELSE
               DISPLAY "ERREUR : OUVERTURE periodes.dat IMPOSSIBLE, "
                   "STATUT " F-PERIODES-STATUS
               CLOSE F-TRANSFER
               CLOSE F-CLASSES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF END-IF.

      *    Chargement de l'historique existant (absent au premier
      *    passage), puis reouverture en ajout.
           OPEN INPUT F-MOUVHIST.
           IF F-MOUVHIST-STATUS-OK

               PERFORM UNTIL F-MOUVHIST-STATUS-EOF

                   READ F-MOUVHIST

                       AT END
                           SET F-MOUVHIST-STATUS-EOF TO TRUE

                       NOT AT END
                           ADD 1 TO WS-CNT-HISTORIQUE
                           PERFORM AJOUTER-TABLE

                   END-READ

               END-PERFORM

               CLOSE F-MOUVHIST

           END-IF.

           OPEN EXTEND F-MOUVHIST.
           IF F-MOUVHIST-STATUS-NOFILE
               OPEN OUTPUT F-MOUVHIST
           END-IF.

           OPEN OUTPUT F-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "TRANSFERTS EN COURS D'ANNEE DU " DELIMITED BY SIZE
                   WS-DATE-JOUR(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(1:4) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           SET F-TRANSFER-STATUS-OK TO TRUE.

           PERFORM UNTIL F-TRANSFER-STATUS-EOF

               READ F-TRANSFER

                   AT END
                       SET F-TRANSFER-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-CARTES
                       PERFORM CONTROLER-CARTE
                       IF WS-CARTE-REJETEE = 'T'
                           ADD 1 TO WS-CNT-ERREURS
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "CARTE REJETEE : " DELIMITED BY SIZE
                                   WS-MOTIF DELIMITED BY SIZE
                                   " : " DELIMITED BY SIZE
                                   REC-F-TRANSFER(1:43)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-RAPPORT
                           WRITE REC-F-RAPPORT
                       ELSE
                           PERFORM APPLIQUER-TRANSFERT
                       END-IF

               END-READ

           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Cartes:" DELIMITED BY SIZE
                   WS-CNT-CARTES DELIMITED BY SIZE
                   " Appliques:" DELIMITED BY SIZE
                   WS-CNT-APPLIQUES DELIMITED BY SIZE
                   " ChangementsEtab:" DELIMITED BY SIZE
                   WS-CNT-CHANGE-ECOLE DELIMITED BY SIZE
                   " ChangementsClasse:" DELIMITED BY SIZE
                   WS-CNT-CHANGE-CLASSE DELIMITED BY SIZE
                   " Erreurs:" DELIMITED BY SIZE
                   WS-CNT-ERREURS DELIMITED BY SIZE
                   " Historique:" DELIMITED BY SIZE
                   WS-CNT-HISTORIQUE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           DISPLAY "Transferts en cours d'annee :".
           DISPLAY "  Historique relu       : " WS-CNT-HISTORIQUE.
           DISPLAY "  Cartes lues           : " WS-CNT-CARTES.
           DISPLAY "  Transferts appliques  : " WS-CNT-APPLIQUES.
           DISPLAY "    dont etablissement  : " WS-CNT-CHANGE-ECOLE.
           DISPLAY "    dont classe         : " WS-CNT-CHANGE-CLASSE.
           DISPLAY "  Erreurs               : " WS-CNT-ERREURS.

           CLOSE F-TRANSFER.
           CLOSE F-CLASSES.
           IF WS-CALENDRIER-ACTIF = 'T'
               CLOSE F-PERIODES
           END-IF.
           CLOSE F-MOUVHIST.
           CLOSE F-RAPPORT.

      *    Code retour pour l'ordonnanceur : 0 execution propre,
      *    4 des cartes en erreur, 8 ouverture impossible.
           IF WS-CNT-ERREURS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *    Controle d'une carte : zones obligatoires, matricule,
      *    periode d'effet au calendrier, classe d'accueil au
      *    referentiel, doublon et continuite
      *    avec le dernier transfert enregistre de l'eleve.
      ******************************************************************
       CONTROLER-CARTE.

           MOVE 'F' TO WS-CARTE-REJETEE.
           MOVE SPACE TO WS-MOTIF.
           MOVE REC-F-TRANSFER(1:6) TO WS-ID-TXT.
           MOVE REC-F-TRANSFER(7:4) TO WS-ANC-ECOLE.
           MOVE REC-F-TRANSFER(11:5) TO WS-ANC-CLASS.
           MOVE REC-F-TRANSFER(16:4) TO WS-NOUV-ECOLE.
           MOVE REC-F-TRANSFER(20:5) TO WS-NOUV-CLASS.
           MOVE REC-F-TRANSFER(25:15) TO WS-PERIODE.
           MOVE REC-F-TRANSFER(40:4) TO WS-OPERATEUR.

           IF WS-ID-TXT IS NOT NUMERIC
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "MATRICULE NON NUMERIQUE" TO WS-MOTIF
           ELSE
               MOVE WS-ID-TXT TO WS-STUDENT-ID
               IF WS-STUDENT-ID = 0 OR WS-STUDENT-ID = 999999
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "MATRICULE RESERVE (0/999999)" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               IF WS-ANC-ECOLE = SPACE OR WS-ANC-CLASS = SPACE
                   OR WS-NOUV-ECOLE = SPACE OR WS-NOUV-CLASS = SPACE
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "ETABLISSEMENT OU CLASSE ABSENT" TO WS-MOTIF
               ELSE IF WS-PERIODE = SPACE
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "PERIODE D'EFFET ABSENTE" TO WS-MOTIF
               ELSE IF WS-ANC-ECOLE = WS-NOUV-ECOLE
                   AND WS-ANC-CLASS = WS-NOUV-CLASS
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "TRANSFERT SANS CHANGEMENT" TO WS-MOTIF
               END-IF END-IF END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               AND WS-CALENDRIER-ACTIF = 'T'
               MOVE WS-PERIODE TO PER-CODE
               READ F-PERIODES
                   INVALID KEY
                       MOVE 'T' TO WS-CARTE-REJETEE
                       MOVE "PERIODE INCONNUE AU CALENDRIER"
                           TO WS-MOTIF
               END-READ
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               MOVE WS-NOUV-CLASS TO CLS-CLASS
               READ F-CLASSES
                   INVALID KEY
                       MOVE 'T' TO WS-CARTE-REJETEE
                       MOVE "CLASSE D'ACCUEIL INCONNUE AU REFERENTIEL"
                           TO WS-MOTIF
               END-READ
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               MOVE 'F' TO WS-DEJA-ENREGISTRE
               MOVE 0 TO WS-IDX-DERNIER
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > TF-LGHT
                   IF TF-STUDENT-ID(WS-IDX) = WS-STUDENT-ID
                       MOVE WS-IDX TO WS-IDX-DERNIER
                       IF TF-NOUV-ECOLE(WS-IDX) = WS-NOUV-ECOLE
                           AND TF-NOUV-CLASS(WS-IDX) = WS-NOUV-CLASS
                           AND TF-PERIODE(WS-IDX) = WS-PERIODE
                           MOVE 'T' TO WS-DEJA-ENREGISTRE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DEJA-ENREGISTRE = 'T'
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "TRANSFERT DEJA ENREGISTRE" TO WS-MOTIF
               ELSE IF WS-IDX-DERNIER > 0
                   AND TF-NOUV-ECOLE(WS-IDX-DERNIER)
                       NOT = WS-ANC-ECOLE
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "DEPART HORS DE L'ETAB DU DERNIER TRANSFERT"
                       TO WS-MOTIF
               END-IF END-IF
           END-IF.

      ******************************************************************
      *    Transfert accepte : ligne d'historique, entree dans la
      *    table pour les cartes suivantes, ligne du rapport.
      ******************************************************************
       APPLIQUER-TRANSFERT.

           MOVE WS-STUDENT-ID TO MV-STUDENT-ID.
           MOVE WS-ANC-ECOLE TO MV-ANC-ECOLE.
           MOVE WS-ANC-CLASS TO MV-ANC-CLASS.
           MOVE WS-NOUV-ECOLE TO MV-NOUV-ECOLE.
           MOVE WS-NOUV-CLASS TO MV-NOUV-CLASS.
           MOVE WS-PERIODE TO MV-PERIODE.
           MOVE WS-DATE-JOUR TO MV-DATE.
           MOVE WS-HEURE(1:6) TO MV-HEURE.
           MOVE WS-OPERATEUR TO MV-OPERATEUR.
           WRITE REC-F-MOUVHIST.
           PERFORM AJOUTER-TABLE.

           ADD 1 TO WS-CNT-APPLIQUES.
           IF WS-ANC-ECOLE NOT = WS-NOUV-ECOLE
               ADD 1 TO WS-CNT-CHANGE-ECOLE
           ELSE
               ADD 1 TO WS-CNT-CHANGE-CLASSE
           END-IF.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "TRANSFERT " DELIMITED BY SIZE
                   WS-STUDENT-ID DELIMITED BY SIZE
                   " : ETAB " DELIMITED BY SIZE
                   WS-ANC-ECOLE DELIMITED BY SIZE
                   " CLASSE " DELIMITED BY SIZE
                   WS-ANC-CLASS DELIMITED BY SIZE
                   " -> ETAB " DELIMITED BY SIZE
                   WS-NOUV-ECOLE DELIMITED BY SIZE
                   " CLASSE " DELIMITED BY SIZE
                   WS-NOUV-CLASS DELIMITED BY SIZE
                   " A COMPTER DE " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   " (OPERATEUR " DELIMITED BY SIZE
                   WS-OPERATEUR DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Entree de la table des mouvements a partir de la ligne
      *    d'historique REC-F-MOUVHIST.
      ******************************************************************
       AJOUTER-TABLE.

           IF TF-LGHT >= 2000
               DISPLAY "ATTENTION : CAPACITE MOUVEMENTS MAXIMALE "
                   "ATTEINTE (2000), MOUVEMENT NON CONTROLE : "
                   MV-STUDENT-ID
           ELSE
               ADD 1 TO TF-LGHT
               MOVE MV-STUDENT-ID TO TF-STUDENT-ID(TF-LGHT)
               MOVE MV-ANC-ECOLE TO TF-ANC-ECOLE(TF-LGHT)
               MOVE MV-NOUV-ECOLE TO TF-NOUV-ECOLE(TF-LGHT)
               MOVE MV-NOUV-CLASS TO TF-NOUV-CLASS(TF-LGHT)
               MOVE MV-PERIODE TO TF-PERIODE(TF-LGHT)
           END-IF.
