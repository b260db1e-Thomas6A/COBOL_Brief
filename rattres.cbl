               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

           SELECT F-DECANN
               ASSIGN TO 'decann.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECANN-STATUS.

      *    Responsables legaux (PROGRAM-ID. tutmnt) : la decision
      *    definitive est notifiee a la famille par la passerelle de
      *    messagerie, a la suite des notifications du traitement
      *    de nuit.
           SELECT F-TUTEURS
               ASSIGN TO 'tuteurs.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS TU-STUDENT-ID
               FILE STATUS IS F-TUTEURS-STATUS.

           SELECT F-NOTIF
               ASSIGN TO 'notif.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTIF-STATUS.

           SELECT F-CONTEXC
               ASSIGN TO 'contexc.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTEXC-STATUS.

           SELECT S-TRI-RT
               ASSIGN TO 'rattri.tmp'.

               88 EXT-STATUT-AJOURNE   VALUE 'A'.
           03 EXT-ECOLE        PIC X(04).

      *    Decisions de fin d'annee (voir PROGRAM-ID. annuel) : le
      *    verdict du rattrapage y est ajoute et l'emporte sur la
      *    decision d'attente du releve annuel. P promu, R redouble.
       FD  F-DECANN
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DECANN.
           03 DA-ECOLE         PIC X(04).
           03 DA-STUDENT-ID    PIC 9(06).
           03 DA-CLASS         PIC X(05).
           03 DA-LASTNAME      PIC X(12).
           03 DA-FIRSTNAME     PIC X(12).
           03 DA-MOYENNE       PIC 99V99.
           03 DA-DECISION      PIC X(01).
               88 DA-DECISION-PROMU     VALUE 'P'.
               88 DA-DECISION-REDOUBLE  VALUE 'R'.
           03 DA-SOURCE        PIC X(01).
           03 DA-DATE          PIC 9(08).

       FD  F-TUTEURS
           RECORD CONTAINS 268 CHARACTERS.

       01  REC-F-TUTEURS.
           03 TU-STUDENT-ID    PIC 9(06).
           03 TU-TUTEUR OCCURS 2 TIMES.
               05 TU-NOM           PIC X(30).
               05 TU-ADRESSE       PIC X(30).
               05 TU-CP            PIC X(05).
               05 TU-VILLE         PIC X(25).
               05 TU-EMAIL         PIC X(40).
               05 TU-CANAL         PIC X(01).
                   88 TU-CANAL-COURRIER    VALUE 'C'.
                   88 TU-CANAL-COURRIEL    VALUE 'E'.

      *    Notification a une famille (voir PROGRAM-ID. student),
      *    type DECISI pour la decision definitive.
       FD  F-NOTIF
           RECORD CONTAINS 259 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-NOTIF.
           03 NF-DATE          PIC 9(08).
           03 NF-TYPE          PIC X(06).
           03 NF-PERIODE       PIC X(15).
           03 NF-ECOLE         PIC X(04).
           03 NF-STUDENT-ID    PIC 9(06).
           03 NF-LASTNAME      PIC X(12).
           03 NF-FIRSTNAME     PIC X(12).
           03 NF-CLASS         PIC X(05).
           03 NF-CANAL         PIC X(01).
           03 NF-NOM           PIC X(30).
           03 NF-EMAIL         PIC X(40).
           03 NF-ADRESSE       PIC X(30).
           03 NF-CP            PIC X(05).
           03 NF-VILLE         PIC X(25).
           03 NF-MESSAGE       PIC X(60).

      *    Eleves sans contact utilisable, pour le secretariat.
       FD  F-CONTEXC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONTEXC       PIC X(132).

       SD  S-TRI-RT.

       01  REC-TRI-RT.
           88 F-EXTRACT-STATUS-OK      VALUE '00'.
           88 F-EXTRACT-STATUS-NOFILE  VALUE '35'.

       01  F-DECANN-STATUS     PIC X(02) VALUE SPACE.
           88 F-DECANN-STATUS-OK       VALUE '00'.
           88 F-DECANN-STATUS-NOFILE   VALUE '35'.

       01  F-TUTEURS-STATUS    PIC X(02) VALUE SPACE.
           88 F-TUTEURS-STATUS-OK      VALUE '00'.

       01  F-NOTIF-STATUS      PIC X(02) VALUE SPACE.
           88 F-NOTIF-STATUS-OK        VALUE '00'.
           88 F-NOTIF-STATUS-NOFILE    VALUE '35'.

       01  F-CONTEXC-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTEXC-STATUS-OK      VALUE '00'.
           88 F-CONTEXC-STATUS-NOFILE  VALUE '35'.

       01  F-RT-TRIE-STATUS    PIC X(02) VALUE SPACE.
           88 F-RT-TRIE-STATUS-OK      VALUE '00'.
           88 F-RT-TRIE-STATUS-EOF     VALUE '10'.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-DECISION                 PIC X(10)           VALUE SPACE.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.
      *    Contact de la famille, choisi comme dans le traitement de
      *    nuit : premier responsable joignable par son canal
      *    prefere, sinon par un canal quelconque.
       77  WS-TUTEURS-ACTIF            PIC X               VALUE 'F'.
       77  WS-CT-TROUVE                PIC X               VALUE 'F'.
       77  WS-CT-IDX                   PIC 9(01)           VALUE 0.
       77  WS-CT-POSTAL                PIC 9(01)           VALUE 0.
       77  WS-CT-COURRIEL              PIC 9(01)           VALUE 0.
       77  WS-CT-NOTIF                 PIC 9(01)           VALUE 0.
       77  WS-CT-CANAL                 PIC X(01)           VALUE SPACE.
       77  WS-CT-MOTIF                 PIC X(40)           VALUE SPACE.

       01  WS-CNT-RATTRES.
           05 WS-CNT-CANDIDATS     PIC 9(06) VALUE 0.
           05 WS-CNT-MAITRE-ABSENT PIC 9(06) VALUE 0.
           05 WS-CNT-MAITRE-MAJ    PIC 9(06) VALUE 0.
           05 WS-CNT-EXTRAITS      PIC 9(06) VALUE 0.
           05 WS-CNT-DECISIONS     PIC 9(06) VALUE 0.
           05 WS-CNT-NOTIF         PIC 9(06) VALUE 0.
           05 WS-CNT-SANS-CONTACT  PIC 9(06) VALUE 0.

      ******************************************************************
      *
               OPEN OUTPUT F-EXTRACT
           END-IF.

           OPEN EXTEND F-DECANN.
           IF F-DECANN-STATUS-NOFILE
               OPEN OUTPUT F-DECANN
           END-IF.

      *    Sans fichier des responsables, les familles sont
      *    prevenues par le secretariat comme auparavant.
           OPEN INPUT F-TUTEURS.
           IF F-TUTEURS-STATUS-OK
               MOVE 'T' TO WS-TUTEURS-ACTIF
               OPEN EXTEND F-NOTIF
               IF F-NOTIF-STATUS-NOFILE
                   OPEN OUTPUT F-NOTIF
               END-IF
               OPEN EXTEND F-CONTEXC
               IF F-CONTEXC-STATUS-NOFILE
                   OPEN OUTPUT F-CONTEXC
               END-IF
           ELSE
               MOVE 'F' TO WS-TUTEURS-ACTIF
               DISPLAY "ATTENTION : tuteurs.dat ABSENT (STATUT "
                   F-TUTEURS-STATUS "), DECISIONS NON NOTIFIEES"
           END-IF.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "RESULTATS DU RATTRAPAGE DU " DELIMITED BY SIZE
                   WS-DATE-JOUR(7:2) DELIMITED BY SIZE
           DISPLAY "  Maitre mis a jour    : " WS-CNT-MAITRE-MAJ.
           DISPLAY "  Maitre absents       : " WS-CNT-MAITRE-ABSENT.
           DISPLAY "  Extraits emis        : " WS-CNT-EXTRAITS.
           DISPLAY "  Decisions annuelles  : " WS-CNT-DECISIONS.
           IF WS-TUTEURS-ACTIF = 'T'
               DISPLAY "  Familles notifiees   : " WS-CNT-NOTIF
               DISPLAY "  Eleves sans contact  : " WS-CNT-SANS-CONTACT
           END-IF.

           CLOSE F-RT-TRIE.
           CLOSE F-RN-TRIE.
           CLOSE F-MASTER.
           CLOSE F-EXTRACT.
           CLOSE F-DECANN.
           IF WS-TUTEURS-ACTIF = 'T'
               CLOSE F-TUTEURS
               CLOSE F-NOTIF
               CLOSE F-CONTEXC
           END-IF.
           CLOSE F-RAPPORT.

      *    Code retour pour l'ordonnanceur : 0 boucle close, 4 des
               WRITE REC-F-EXTRACT
               ADD 1 TO WS-CNT-EXTRAITS

      *        Decision definitive pour le passage dans l'annee
      *        suivante.
               MOVE RT-ECOLE TO DA-ECOLE
               MOVE RT-STUDENT-ID TO DA-STUDENT-ID
               MOVE RT-CLASS TO DA-CLASS
               MOVE RT-LASTNAME TO DA-LASTNAME
               MOVE RT-FIRSTNAME TO DA-FIRSTNAME
               MOVE WS-MOYENNE-RETENUE TO DA-MOYENNE
               IF WS-DECISION = "RECU"
                   MOVE 'P' TO DA-DECISION
               ELSE
                   MOVE 'R' TO DA-DECISION
               END-IF
               MOVE 'R' TO DA-SOURCE
               MOVE WS-DATE-JOUR TO DA-DATE
               WRITE REC-F-DECANN
               ADD 1 TO WS-CNT-DECISIONS

               IF WS-TUTEURS-ACTIF = 'T'
                   PERFORM NOTIFIER-DECISION
               END-IF

               MOVE WS-MOYENNE-RETENUE TO WS-MOYENNE-ED
               MOVE WS-NOTE-VALUE TO WS-NOTE-ED
               MOVE SPACE TO WS-OUT-LINE
               WRITE REC-F-RAPPORT

           END-IF.

      ******************************************************************
      *    Notification de la decision definitive a la famille du
      *    candidat. Le contact est choisi comme dans le traitement
      *    de nuit ; sans responsable joignable, le candidat est
      *    liste pour le secretariat.
      ******************************************************************
       NOTIFIER-DECISION.

           MOVE 0 TO WS-CT-POSTAL.
           MOVE 0 TO WS-CT-COURRIEL.
           MOVE 0 TO WS-CT-NOTIF.
           MOVE SPACE TO WS-CT-CANAL.
           MOVE RT-STUDENT-ID TO TU-STUDENT-ID.
           MOVE 'T' TO WS-CT-TROUVE.
           READ F-TUTEURS
               INVALID KEY
                   MOVE 'F' TO WS-CT-TROUVE
           END-READ.

           IF WS-CT-TROUVE = 'T'

               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 2

                   IF TU-NOM(WS-CT-IDX) NOT = SPACE

                       IF TU-ADRESSE(WS-CT-IDX) NOT = SPACE
                           AND TU-CP(WS-CT-IDX) NOT = SPACE
                           AND TU-VILLE(WS-CT-IDX) NOT = SPACE
                           IF WS-CT-POSTAL = 0
                               MOVE WS-CT-IDX TO WS-CT-POSTAL
                           END-IF
                           IF WS-CT-NOTIF = 0
                               AND TU-CANAL-COURRIER(WS-CT-IDX)
                               MOVE WS-CT-IDX TO WS-CT-NOTIF
                               MOVE 'C' TO WS-CT-CANAL
                           END-IF
                       END-IF

                       IF TU-EMAIL(WS-CT-IDX) NOT = SPACE
                           IF WS-CT-COURRIEL = 0
                               MOVE WS-CT-IDX TO WS-CT-COURRIEL
                           END-IF
                           IF WS-CT-NOTIF = 0
                               AND TU-CANAL-COURRIEL(WS-CT-IDX)
                               MOVE WS-CT-IDX TO WS-CT-NOTIF
                               MOVE 'E' TO WS-CT-CANAL
                           END-IF
                       END-IF

                   END-IF

               END-PERFORM

               IF WS-CT-NOTIF = 0
                   IF WS-CT-COURRIEL > 0
                       MOVE WS-CT-COURRIEL TO WS-CT-NOTIF
                       MOVE 'E' TO WS-CT-CANAL
                   ELSE IF WS-CT-POSTAL > 0
                       MOVE WS-CT-POSTAL TO WS-CT-NOTIF
                       MOVE 'C' TO WS-CT-CANAL
                   END-IF
                   END-IF
               END-IF

           END-IF.

           MOVE WS-MOYENNE-RETENUE TO WS-MOYENNE-ED.
           MOVE SPACE TO NF-MESSAGE.
           STRING "RESULTAT DU RATTRAPAGE : " DELIMITED BY SIZE
                   WS-DECISION DELIMITED BY SPACE
                   ", MOYENNE RETENUE " DELIMITED BY SIZE
                   WS-MOYENNE-ED DELIMITED BY SIZE
               INTO NF-MESSAGE
           END-STRING.

           IF WS-CT-NOTIF = 0

               ADD 1 TO WS-CNT-SANS-CONTACT
               IF WS-CT-TROUVE = 'F'
                   MOVE "AUCUNE FICHE RESPONSABLES" TO WS-CT-MOTIF
               ELSE
                   MOVE "NI ADRESSE POSTALE COMPLETE NI COURRIEL"
                       TO WS-CT-MOTIF
               END-IF
               MOVE SPACE TO WS-OUT-LINE
               STRING "NOTIFICATION NON TRANSMISE : DECISI "
                       DELIMITED BY SIZE
                       RT-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RT-LASTNAME DELIMITED BY SIZE
                       " (ETAB " DELIMITED BY SIZE
                       RT-ECOLE DELIMITED BY SIZE
                       ") CLASSE " DELIMITED BY SIZE
                       RT-CLASS DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-CT-MOTIF DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-CONTEXC
               WRITE REC-F-CONTEXC

           ELSE

               MOVE WS-DATE-JOUR TO NF-DATE
               MOVE "DECISI" TO NF-TYPE
               MOVE SPACE TO NF-PERIODE
               MOVE RT-ECOLE TO NF-ECOLE
               MOVE RT-STUDENT-ID TO NF-STUDENT-ID
               MOVE RT-LASTNAME TO NF-LASTNAME
               MOVE RT-FIRSTNAME TO NF-FIRSTNAME
               MOVE RT-CLASS TO NF-CLASS
               MOVE WS-CT-CANAL TO NF-CANAL
               MOVE TU-NOM(WS-CT-NOTIF) TO NF-NOM
               IF WS-CT-CANAL = 'E'
                   MOVE TU-EMAIL(WS-CT-NOTIF) TO NF-EMAIL
                   MOVE SPACE TO NF-ADRESSE
                   MOVE SPACE TO NF-CP
                   MOVE SPACE TO NF-VILLE
               ELSE
                   MOVE SPACE TO NF-EMAIL
                   MOVE TU-ADRESSE(WS-CT-NOTIF) TO NF-ADRESSE
                   MOVE TU-CP(WS-CT-NOTIF) TO NF-CP
                   MOVE TU-VILLE(WS-CT-NOTIF) TO NF-VILLE
               END-IF
               WRITE REC-F-NOTIF
               ADD 1 TO WS-CNT-NOTIF

           END-IF.
