      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. permnt.
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
           SELECT F-PERMNT
               ASSIGN TO 'permaint.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PERMNT-STATUS.

      *    Calendrier des periodes : une fiche par code periode
      *    (valeur de la carte PERIOD de control.dat), avec l'annee
      *    scolaire, le numero du terme dans l'annee et l'etat
      *    ouvert / clos. Le traitement de nuit (PROGRAM-ID. student)
      *    refuse une periode inconnue ou close ; le releve annuel
      *    (PROGRAM-ID. annuel) y prend les termes de l'annee.
           SELECT F-PERIODES
               ASSIGN TO 'periodes.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS PER-CODE
               FILE STATUS IS F-PERIODES-STATUS.

           SELECT F-AUDIT
               ASSIGN TO 'peraudt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'perrpt.dat'
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
      *    Cartes de mouvement, format positionnel :
      *    1:6   action  LISTE / CREER / CLORE / OUVRIR / SUPPRI
      *    7:15  code periode (cle du calendrier, sauf LISTE)
      *    22:9  annee scolaire, ex. 2025-2026 (CREER)
      *    31:1  numero du terme dans l'annee, 1 a 9 (CREER)
      *    32:8  date de cloture AAAAMMJJ (CLORE ; a blanc, la date
      *          du jour est reprise)
      *    41:4  code operateur (repris dans la piste d'audit)
       FD  F-PERMNT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-PERMNT        PIC X(80).

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

      *    Piste d'audit : une ligne par mouvement du calendrier,
      *    avec image avant et image apres (a blanc pour une creation
      *    ou une suppression), comme la piste du catalogue.
       FD  F-AUDIT
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT.
           03 AUD-DATE         PIC 9(08).
           03 AUD-HEURE        PIC 9(06).
           03 AUD-OPERATEUR    PIC X(04).
           03 AUD-ACTION       PIC X(06).
           03 AUD-CODE         PIC X(15).
           03 AUD-AVANT        PIC X(34).
           03 AUD-APRES        PIC X(34).
           03 FILLER           PIC X(01).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-PERMNT-STATUS     PIC X(02) VALUE SPACE.
           88 F-PERMNT-STATUS-OK       VALUE '00'.
           88 F-PERMNT-STATUS-EOF      VALUE '10'.
           88 F-PERMNT-STATUS-NOFILE   VALUE '35'.

       01  F-PERIODES-STATUS   PIC X(02) VALUE SPACE.
           88 F-PERIODES-STATUS-OK     VALUE '00'.
           88 F-PERIODES-STATUS-EOF    VALUE '10'.
           88 F-PERIODES-STATUS-NOTFND VALUE '23'.
           88 F-PERIODES-STATUS-NOFILE VALUE '35'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK        VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE    VALUE '35'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

       77  WS-ACTION                   PIC X(06)           VALUE SPACE.
       77  WS-CODE                     PIC X(15)           VALUE SPACE.
       77  WS-ANNEE                    PIC X(09)           VALUE SPACE.
       77  WS-TERME-TXT                PIC X(01)           VALUE SPACE.
       77  WS-DATE-TXT                 PIC X(08)           VALUE SPACE.
       77  WS-OPERATEUR                PIC X(04)           VALUE SPACE.
       77  WS-TERME                    PIC 9(01)           VALUE 0.
       77  WS-DATE-CLOTURE             PIC 9(08)           VALUE 0.
       77  WS-CARTE-REJETEE            PIC X               VALUE 'F'.
       77  WS-MOTIF                    PIC X(40)           VALUE SPACE.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-HEURE                    PIC 9(08)           VALUE 0.
       77  WS-ENTREE-EXISTE            PIC X               VALUE 'F'.
       77  WS-DOUBLON-TERME            PIC X               VALUE 'F'.
       77  WS-DOUBLON-CODE             PIC X(15)           VALUE SPACE.
       77  WS-AVANT                    PIC X(34)           VALUE SPACE.
       77  WS-APRES                    PIC X(34)           VALUE SPACE.
       77  WS-ETAT-LIB                 PIC X(05)           VALUE SPACE.
       77  WS-DATE-ED                  PIC X(10)           VALUE SPACE.
       77  WS-AN-DEBUT                 PIC 9(04)           VALUE 0.
       77  WS-AN-FIN                   PIC 9(04)           VALUE 0.

       01  WS-CNT-PERMNT.
           05 WS-CNT-CARTES        PIC 9(06) VALUE 0.
           05 WS-CNT-LISTE         PIC 9(06) VALUE 0.
           05 WS-CNT-CREER         PIC 9(06) VALUE 0.
           05 WS-CNT-CLORE         PIC 9(06) VALUE 0.
           05 WS-CNT-OUVRIR        PIC 9(06) VALUE 0.
           05 WS-CNT-SUPPRI        PIC 9(06) VALUE 0.
           05 WS-CNT-ERREURS       PIC 9(06) VALUE 0.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE FROM TIME.

           OPEN INPUT F-PERMNT.
           IF NOT F-PERMNT-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE permaint.dat IMPOSSIBLE, "
                   "STATUT " F-PERMNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Au premier passage, la maintenance cree le calendrier
      *    vide : les periodes y sont ensuite creees par carte.
           OPEN I-O F-PERIODES.
           IF F-PERIODES-STATUS-NOFILE
               OPEN OUTPUT F-PERIODES
               CLOSE F-PERIODES
               OPEN I-O F-PERIODES
           END-IF.
           IF NOT F-PERIODES-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE periodes.dat IMPOSSIBLE, "
                   "STATUT " F-PERIODES-STATUS
               CLOSE F-PERMNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    La piste d'audit s'enrichit d'une execution a l'autre :
      *    ouverture en ajout, creation au premier passage.
           OPEN EXTEND F-AUDIT.
           IF F-AUDIT-STATUS-NOFILE
               OPEN OUTPUT F-AUDIT
           END-IF.

           OPEN OUTPUT F-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "MAINTENANCE DU CALENDRIER DES PERIODES DU "
                   DELIMITED BY SIZE
                   WS-DATE-JOUR(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(1:4) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           SET F-PERMNT-STATUS-OK TO TRUE.

           PERFORM UNTIL F-PERMNT-STATUS-EOF

               READ F-PERMNT

                   AT END
                       SET F-PERMNT-STATUS-EOF TO TRUE

                   NOT AT END

                       ADD 1 TO WS-CNT-CARTES
                       MOVE 'F' TO WS-CARTE-REJETEE
                       MOVE SPACE TO WS-MOTIF
                       MOVE REC-F-PERMNT(1:6) TO WS-ACTION
                       MOVE REC-F-PERMNT(7:15) TO WS-CODE
                       MOVE REC-F-PERMNT(22:9) TO WS-ANNEE
                       MOVE REC-F-PERMNT(31:1) TO WS-TERME-TXT
                       MOVE REC-F-PERMNT(32:8) TO WS-DATE-TXT
                       MOVE REC-F-PERMNT(41:4) TO WS-OPERATEUR

                       IF WS-ACTION NOT = "LISTE "
                           AND WS-CODE = SPACE
                           MOVE 'T' TO WS-CARTE-REJETEE
                           MOVE "CODE PERIODE ABSENT" TO WS-MOTIF
                       END-IF

      *                Date de cloture : a blanc, la date du jour ;
      *                sinon une date AAAAMMJJ vraisemblable.
                       IF WS-CARTE-REJETEE = 'F'
                           AND WS-ACTION = "CLORE "
                           IF WS-DATE-TXT = SPACE
                               MOVE WS-DATE-JOUR TO WS-DATE-CLOTURE
                           ELSE IF WS-DATE-TXT NOT NUMERIC
                               MOVE 'T' TO WS-CARTE-REJETEE
                               MOVE "DATE DE CLOTURE NON NUMERIQUE"
                                   TO WS-MOTIF
                           ELSE
                               MOVE WS-DATE-TXT TO WS-DATE-CLOTURE
                               IF WS-DATE-CLOTURE(5:2) < "01"
                                   OR WS-DATE-CLOTURE(5:2) > "12"
                                   OR WS-DATE-CLOTURE(7:2) < "01"
                                   OR WS-DATE-CLOTURE(7:2) > "31"
                                   MOVE 'T' TO WS-CARTE-REJETEE
                                   MOVE "DATE DE CLOTURE INVALIDE"
                                       TO WS-MOTIF
                               END-IF
                           END-IF END-IF
                       END-IF

                       IF WS-CARTE-REJETEE = 'T'

                           ADD 1 TO WS-CNT-ERREURS
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "CARTE REJETEE : " DELIMITED BY SIZE
                                   WS-MOTIF DELIMITED BY SIZE
                                   " : " DELIMITED BY SIZE
                                   REC-F-PERMNT(1:44)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-RAPPORT
                           WRITE REC-F-RAPPORT

                       ELSE IF WS-ACTION = "LISTE "
                           PERFORM LISTER-CALENDRIER

                       ELSE IF WS-ACTION = "CREER "
                           PERFORM TRAITER-CREER

                       ELSE IF WS-ACTION = "CLORE "
                           PERFORM TRAITER-CLORE

                       ELSE IF WS-ACTION = "OUVRIR"
                           PERFORM TRAITER-OUVRIR

                       ELSE IF WS-ACTION = "SUPPRI"
                           PERFORM TRAITER-SUPPRI

                       ELSE

                           ADD 1 TO WS-CNT-ERREURS
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "CARTE REJETEE : ACTION INCONNUE : "
                                   DELIMITED BY SIZE
                                   REC-F-PERMNT(1:44)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-RAPPORT
                           WRITE REC-F-RAPPORT

                       END-IF END-IF END-IF END-IF END-IF END-IF

               END-READ

           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Cartes:" DELIMITED BY SIZE
                   WS-CNT-CARTES DELIMITED BY SIZE
                   " Listes:" DELIMITED BY SIZE
                   WS-CNT-LISTE DELIMITED BY SIZE
                   " Creations:" DELIMITED BY SIZE
                   WS-CNT-CREER DELIMITED BY SIZE
                   " Clotures:" DELIMITED BY SIZE
                   WS-CNT-CLORE DELIMITED BY SIZE
                   " Reouvertures:" DELIMITED BY SIZE
                   WS-CNT-OUVRIR DELIMITED BY SIZE
                   " Suppressions:" DELIMITED BY SIZE
                   WS-CNT-SUPPRI DELIMITED BY SIZE
                   " Erreurs:" DELIMITED BY SIZE
                   WS-CNT-ERREURS DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           DISPLAY "Maintenance du calendrier des periodes :".
           DISPLAY "  Cartes lues     : " WS-CNT-CARTES.
           DISPLAY "  Creations       : " WS-CNT-CREER.
           DISPLAY "  Clotures        : " WS-CNT-CLORE.
           DISPLAY "  Reouvertures    : " WS-CNT-OUVRIR.
           DISPLAY "  Suppressions    : " WS-CNT-SUPPRI.
           DISPLAY "  Erreurs         : " WS-CNT-ERREURS.

           CLOSE F-PERMNT.
           CLOSE F-PERIODES.
           CLOSE F-AUDIT.
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
      *    Liste du calendrier sur le rapport, dans l'ordre de la cle.
      ******************************************************************
       LISTER-CALENDRIER.

           ADD 1 TO WS-CNT-LISTE.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "LISTE DU CALENDRIER (OPERATEUR " DELIMITED BY SIZE
                   WS-OPERATEUR DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           MOVE SPACE TO PER-CODE.
           START F-PERIODES KEY NOT LESS PER-CODE
               INVALID KEY
                   SET F-PERIODES-STATUS-EOF TO TRUE
           END-START.

           PERFORM UNTIL NOT F-PERIODES-STATUS-OK

               READ F-PERIODES NEXT

                   AT END
                       SET F-PERIODES-STATUS-EOF TO TRUE

                   NOT AT END
                       PERFORM PREPARER-LIBELLES
                       MOVE SPACE TO WS-OUT-LINE
                       STRING "  PERIODE : " DELIMITED BY SIZE
                               PER-CODE DELIMITED BY SIZE
                               " ANNEE : " DELIMITED BY SIZE
                               PER-ANNEE DELIMITED BY SIZE
                               " TERME : " DELIMITED BY SIZE
                               PER-TERME DELIMITED BY SIZE
                               " ETAT : " DELIMITED BY SIZE
                               WS-ETAT-LIB DELIMITED BY SIZE
                               " CLOTURE : " DELIMITED BY SIZE
                               WS-DATE-ED DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                       END-STRING
                       MOVE WS-OUT-LINE TO REC-F-RAPPORT
                       WRITE REC-F-RAPPORT

               END-READ

           END-PERFORM.

           MOVE '00' TO F-PERIODES-STATUS.

      ******************************************************************
      *    Libelles d'edition de la fiche courante : etat en clair et
      *    date de cloture JJ/MM/AAAA (a blanc pour une periode
      *    ouverte).
      ******************************************************************
       PREPARER-LIBELLES.

           IF PER-CLOSE
               MOVE "CLOSE" TO WS-ETAT-LIB
           ELSE
               MOVE "OUV. " TO WS-ETAT-LIB
           END-IF.

           MOVE SPACE TO WS-DATE-ED.
           IF PER-DATE-CLOTURE NOT = 0
               STRING PER-DATE-CLOTURE(7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PER-DATE-CLOTURE(5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PER-DATE-CLOTURE(1:4) DELIMITED BY SIZE
                   INTO WS-DATE-ED
               END-STRING
           END-IF.

      ******************************************************************
      *    Recherche d'une autre periode deja definie pour la meme
      *    annee et le meme terme : deux codes pour un meme terme
      *    doubleraient les colonnes du releve annuel. Resultat dans
      *    WS-DOUBLON-TERME, code trouve dans WS-DOUBLON-CODE.
      ******************************************************************
       CHERCHER-DOUBLON-TERME.

           MOVE 'F' TO WS-DOUBLON-TERME.
           MOVE SPACE TO WS-DOUBLON-CODE.
           MOVE SPACE TO PER-CODE.
           START F-PERIODES KEY NOT LESS PER-CODE
               INVALID KEY
                   SET F-PERIODES-STATUS-EOF TO TRUE
           END-START.

           PERFORM UNTIL NOT F-PERIODES-STATUS-OK

               READ F-PERIODES NEXT

                   AT END
                       SET F-PERIODES-STATUS-EOF TO TRUE

                   NOT AT END
                       IF PER-ANNEE = WS-ANNEE
                           AND PER-TERME = WS-TERME
                           MOVE 'T' TO WS-DOUBLON-TERME
                           MOVE PER-CODE TO WS-DOUBLON-CODE
                       END-IF

               END-READ

           END-PERFORM.

           MOVE '00' TO F-PERIODES-STATUS.

      ******************************************************************
      *    Lecture de la fiche de la carte courante. Resultat dans
      *    WS-ENTREE-EXISTE ; image avant dans WS-AVANT.
      ******************************************************************
       LIRE-PERIODE.

           MOVE WS-CODE TO PER-CODE.
           MOVE 'F' TO WS-ENTREE-EXISTE.
           MOVE SPACE TO WS-AVANT.
           READ F-PERIODES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'T' TO WS-ENTREE-EXISTE
                   MOVE REC-F-PERIODES TO WS-AVANT
           END-READ.

      ******************************************************************
      *    Ecriture d'une ligne de la piste d'audit : images avant
      *    et apres preparees par l'appelant dans WS-AVANT/WS-APRES.
      ******************************************************************
       ECRIRE-AUDIT.

           MOVE WS-DATE-JOUR TO AUD-DATE.
           MOVE WS-HEURE(1:6) TO AUD-HEURE.
           MOVE WS-OPERATEUR TO AUD-OPERATEUR.
           MOVE WS-ACTION TO AUD-ACTION.
           MOVE WS-CODE TO AUD-CODE.
           MOVE WS-AVANT TO AUD-AVANT.
           MOVE WS-APRES TO AUD-APRES.
           WRITE REC-F-AUDIT.

      ******************************************************************
      *    Compte rendu d'une carte traitee ou rejetee : le motif est
      *    dans WS-MOTIF (rejet) ou le libelle d'etat en clair.
      ******************************************************************
       ECRIRE-COMPTE-RENDU.

           MOVE SPACE TO WS-OUT-LINE.
           IF WS-CARTE-REJETEE = 'T'
               ADD 1 TO WS-CNT-ERREURS
               STRING WS-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CODE DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-MOTIF DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               PERFORM PREPARER-LIBELLES
               STRING WS-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CODE DELIMITED BY SIZE
                       " : ANNEE " DELIMITED BY SIZE
                       PER-ANNEE DELIMITED BY SIZE
                       " TERME " DELIMITED BY SIZE
                       PER-TERME DELIMITED BY SIZE
                       " ETAT " DELIMITED BY SIZE
                       WS-ETAT-LIB DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DATE-ED DELIMITED BY SIZE
                       " (OPERATEUR " DELIMITED BY SIZE
                       WS-OPERATEUR DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Creation d'une periode, ouverte d'office. L'annee est de
      *    la forme AAAA-AAAA (deux annees civiles consecutives), le
      *    terme de 1 a 9 et unique dans l'annee.
      ******************************************************************
       TRAITER-CREER.

           MOVE 'F' TO WS-CARTE-REJETEE.

           IF WS-ANNEE(1:4) NOT NUMERIC
               OR WS-ANNEE(5:1) NOT = "-"
               OR WS-ANNEE(6:4) NOT NUMERIC
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "ANNEE SCOLAIRE INVALIDE (AAAA-AAAA)" TO WS-MOTIF
           ELSE
               MOVE WS-ANNEE(1:4) TO WS-AN-DEBUT
               MOVE WS-ANNEE(6:4) TO WS-AN-FIN
               IF WS-AN-FIN NOT = WS-AN-DEBUT + 1
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "ANNEE SCOLAIRE INVALIDE (AAAA-AAAA)"
                       TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               IF WS-TERME-TXT NOT NUMERIC
                   OR WS-TERME-TXT = "0"
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "NUMERO DE TERME INVALIDE (1-9)" TO WS-MOTIF
               ELSE
                   MOVE WS-TERME-TXT TO WS-TERME
               END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               PERFORM LIRE-PERIODE
               IF WS-ENTREE-EXISTE = 'T'
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "PERIODE DEJA AU CALENDRIER" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               PERFORM CHERCHER-DOUBLON-TERME
               IF WS-DOUBLON-TERME = 'T'
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE SPACE TO WS-MOTIF
                   STRING "TERME DEJA DEFINI : " DELIMITED BY SIZE
                           WS-DOUBLON-CODE DELIMITED BY SIZE
                       INTO WS-MOTIF
                   END-STRING
               END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               MOVE WS-CODE TO PER-CODE
               MOVE WS-ANNEE TO PER-ANNEE
               MOVE WS-TERME TO PER-TERME
               SET PER-OUVERTE TO TRUE
               MOVE 0 TO PER-DATE-CLOTURE
               WRITE REC-F-PERIODES
               ADD 1 TO WS-CNT-CREER
               MOVE SPACE TO WS-AVANT
               MOVE REC-F-PERIODES TO WS-APRES
               PERFORM ECRIRE-AUDIT
           END-IF.

           PERFORM ECRIRE-COMPTE-RENDU.

      ******************************************************************
      *    Cloture d'une periode ouverte : le traitement de nuit la
      *    refuse desormais, l'historique du terme est fige. Seul le
      *    programme de rectification (PROGRAM-ID. rectif), avec sa
      *    propre piste d'audit, peut encore y corriger une note.
      ******************************************************************
       TRAITER-CLORE.

           PERFORM LIRE-PERIODE.

           IF WS-ENTREE-EXISTE = 'F'
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE ABSENTE DU CALENDRIER" TO WS-MOTIF
           ELSE IF PER-CLOSE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE DEJA CLOSE" TO WS-MOTIF
           END-IF END-IF.

           IF WS-CARTE-REJETEE = 'F'
               SET PER-CLOSE TO TRUE
               MOVE WS-DATE-CLOTURE TO PER-DATE-CLOTURE
               REWRITE REC-F-PERIODES
               ADD 1 TO WS-CNT-CLORE
               MOVE REC-F-PERIODES TO WS-APRES
               PERFORM ECRIRE-AUDIT
           END-IF.

           PERFORM ECRIRE-COMPTE-RENDU.

      ******************************************************************
      *    Reouverture d'une periode close, par exemple pour rejouer
      *    un terme apres un fichier d'entree errone. La date de
      *    cloture est effacee ; l'ancienne reste dans la piste
      *    d'audit (image avant).
      ******************************************************************
       TRAITER-OUVRIR.

           PERFORM LIRE-PERIODE.

           IF WS-ENTREE-EXISTE = 'F'
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE ABSENTE DU CALENDRIER" TO WS-MOTIF
           ELSE IF PER-OUVERTE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE DEJA OUVERTE" TO WS-MOTIF
           END-IF END-IF.

           IF WS-CARTE-REJETEE = 'F'
               SET PER-OUVERTE TO TRUE
               MOVE 0 TO PER-DATE-CLOTURE
               REWRITE REC-F-PERIODES
               ADD 1 TO WS-CNT-OUVRIR
               MOVE REC-F-PERIODES TO WS-APRES
               PERFORM ECRIRE-AUDIT
           END-IF.

           PERFORM ECRIRE-COMPTE-RENDU.

      ******************************************************************
      *    Suppression d'une periode creee par erreur : une periode
      *    close ne peut pas disparaitre, son historique est fige et
      *    le releve annuel en depend. Elle doit d'abord etre
      *    rouverte.
      ******************************************************************
       TRAITER-SUPPRI.

           PERFORM LIRE-PERIODE.

           IF WS-ENTREE-EXISTE = 'F'
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE ABSENTE DU CALENDRIER" TO WS-MOTIF
           ELSE IF PER-CLOSE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE CLOSE, A ROUVRIR D'ABORD" TO WS-MOTIF
           END-IF END-IF.

           IF WS-CARTE-REJETEE = 'F'
               DELETE F-PERIODES RECORD
               ADD 1 TO WS-CNT-SUPPRI
               MOVE SPACE TO WS-APRES
               PERFORM ECRIRE-AUDIT
           END-IF.

           PERFORM ECRIRE-COMPTE-RENDU.
