               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

           SELECT F-MOUVHIST
               ASSIGN TO 'mouvhist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MOUVHIST-STATUS.

           SELECT S-TRI-CHK
               ASSIGN TO 'chktri.tmp'.

               88 EXT-STATUT-REPRISE   VALUE 'P'.
           03 EXT-ECOLE        PIC X(04).

      *    Historique des transferts en cours d'annee (PROGRAM-ID.
      *    transf) : un matricule extrait sous deux etablissements
      *    relies par un mouvement est un seul eleve.
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

       SD  S-TRI-CHK.

       01  REC-TRI-CHK.
           88 F-EXTRACT-STATUS-OK      VALUE '00'.
           88 F-EXTRACT-STATUS-NOFILE  VALUE '35'.

       01  F-MOUVHIST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MOUVHIST-STATUS-OK     VALUE '00'.
           88 F-MOUVHIST-STATUS-EOF    VALUE '10'.

       01  F-EXT-TRIE-STATUS   PIC X(02) VALUE SPACE.
           88 F-EXT-TRIE-STATUS-OK     VALUE '00'.
           88 F-EXT-TRIE-STATUS-EOF    VALUE '10'.
       77  WS-XT-FIN                   PIC X               VALUE 'F'.
       77  WS-EXTRACTION-DISPO         PIC X               VALUE 'F'.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.
       77  WS-TF-INDEX                 PIC 9(04)           VALUE 0.
       77  WS-TF-CONCERNE              PIC X               VALUE 'F'.

      *    Transferts enregistres : matricule, etablissement de
      *    depart et d'accueil de chaque mouvement.
       01  DATA-TRANSFERTS.
           05 TF-LGHT              PIC 9(04)   VALUE 0.
           05 TF-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON TF-LGHT.
               10 TF-STUDENT-ID    PIC 9(06).
               10 TF-ANC-ECOLE     PIC X(04).
               10 TF-NOUV-ECOLE    PIC X(04).

       01  WS-CNT-CHK.
           05 WS-CNT-MAITRE        PIC 9(06) VALUE 0.
           05 WS-CNT-ACTIF-ARCHIVE PIC 9(06) VALUE 0.
           05 WS-CNT-JAMAIS-EXTRAIT PIC 9(06) VALUE 0.
           05 WS-CNT-DISCORDANCES  PIC 9(06) VALUE 0.
           05 WS-CNT-TRANSFERTS    PIC 9(06) VALUE 0.
           05 WS-CNT-ANOMALIES     PIC 9(06) VALUE 0.

      ******************************************************************
               WRITE REC-F-RAPPORT
           END-IF.

      *    Les transferts enregistres sont charges avant le
      *    rapprochement ; sans historique des mouvements, toute
      *    discordance de nom est signalee.
           IF WS-EXTRACTION-DISPO = 'T'
               OPEN INPUT F-MOUVHIST
               IF F-MOUVHIST-STATUS-OK
                   PERFORM UNTIL F-MOUVHIST-STATUS-EOF
                       READ F-MOUVHIST
                           AT END
                               SET F-MOUVHIST-STATUS-EOF TO TRUE
                           NOT AT END
                               PERFORM CHARGER-MOUVEMENT
                       END-READ
                   END-PERFORM
                   CLOSE F-MOUVHIST
               END-IF
           END-IF.

           IF WS-EXTRACTION-DISPO = 'T'

               SORT S-TRI-CHK
                               PERFORM UNTIL WS-XT-FIN = 'T'
                                   OR XT-STUDENT-ID
                                       NOT = M-STUDENT-ID
                                   MOVE 'F' TO WS-TF-CONCERNE
                                   IF XT-LASTNAME NOT = M-LASTNAME
                                       AND TF-LGHT > 0
                                       PERFORM CHERCHER-TRANSFERT
                                   END-IF
                                   IF WS-TF-CONCERNE = 'T'
                                       ADD 1 TO WS-CNT-TRANSFERTS
                                   END-IF
                                   IF XT-LASTNAME NOT = M-LASTNAME
                                       AND WS-TF-CONCERNE = 'F'
                                       ADD 1 TO WS-CNT-DISCORDANCES
                                       MOVE SPACE TO WS-OUT-LINE
                                       STRING "DISCORDANCE NOM : "
                   WS-CNT-JAMAIS-EXTRAIT DELIMITED BY SIZE
                   " DiscordancesNom:" DELIMITED BY SIZE
                   WS-CNT-DISCORDANCES DELIMITED BY SIZE
                   " Transferts:" DELIMITED BY SIZE
                   WS-CNT-TRANSFERTS DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
               WS-CNT-JAMAIS-EXTRAIT.
           DISPLAY "  Discordances de nom    : "
               WS-CNT-DISCORDANCES.
           DISPLAY "  Transferts reconnus    : "
               WS-CNT-TRANSFERTS.

           CLOSE F-MASTER.
           CLOSE F-RAPPORT.
               END-READ

           END-PERFORM.

      ******************************************************************
      *    Mouvement lu dans l'historique des transferts, range dans
      *    la table.
      ******************************************************************
       CHARGER-MOUVEMENT.

           IF TF-LGHT >= 2000
               DISPLAY "ATTENTION : CAPACITE MOUVEMENTS MAXIMALE "
                   "ATTEINTE (2000), MOUVEMENT IGNORE : "
                   MV-STUDENT-ID
           ELSE
               ADD 1 TO TF-LGHT
               MOVE MV-STUDENT-ID TO TF-STUDENT-ID(TF-LGHT)
               MOVE MV-ANC-ECOLE TO TF-ANC-ECOLE(TF-LGHT)
               MOVE MV-NOUV-ECOLE TO TF-NOUV-ECOLE(TF-LGHT)
           END-IF.

      ******************************************************************
      *    Extrait en cours (XT-) couvert par un transfert enregistre
      *    du matricule, au depart ou a l'accueil de son
      *    etablissement : WS-TF-CONCERNE a 'T'.
      ******************************************************************
       CHERCHER-TRANSFERT.

           MOVE 'F' TO WS-TF-CONCERNE.
           PERFORM VARYING WS-TF-INDEX FROM 1 BY 1
               UNTIL WS-TF-INDEX > TF-LGHT
               OR WS-TF-CONCERNE = 'T'
               IF TF-STUDENT-ID(WS-TF-INDEX) = XT-STUDENT-ID
                   AND (TF-ANC-ECOLE(WS-TF-INDEX) = XT-ECOLE
                       OR TF-NOUV-ECOLE(WS-TF-INDEX) = XT-ECOLE)
                   MOVE 'T' TO WS-TF-CONCERNE
               END-IF
           END-PERFORM.
