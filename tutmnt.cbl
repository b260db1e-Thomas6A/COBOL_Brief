      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tutmnt.
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
           SELECT F-TUTMNT
               ASSIGN TO 'tutmaint.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TUTMNT-STATUS.

      *    Fichier des responsables legaux : une fiche par eleve,
      *    cle M-STUDENT-ID du fichier maitre, jusqu'a deux
      *    responsables avec adresse postale, courriel et canal
      *    prefere. Lu par le traitement de nuit (PROGRAM-ID.
      *    student) et la proclamation des rattrapages (PROGRAM-ID.
      *    rattres) pour le publipostage et les notifications.
           SELECT F-TUTEURS
               ASSIGN TO 'tuteurs.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS TU-STUDENT-ID
               FILE STATUS IS F-TUTEURS-STATUS.

           SELECT F-MASTER
               ASSIGN TO 'master.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS M-STUDENT-ID
               FILE STATUS IS F-MASTER-STATUS.

           SELECT F-AUDIT
               ASSIGN TO 'tutaudt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'tutrpt.dat'
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
      *    1:6   action  LISTE / AFFICH / MODIFI / SUPPRI
      *    7:6   matricule (sauf LISTE)
      *    13:1  rang du responsable, 1 ou 2 (MODIFI ; SUPPRI a
      *          blanc supprime la fiche entiere)
      *    14:3  rubrique (MODIFI) :
      *          NOM nom du responsable
      *          ADR adresse (numero et voie)
      *          CPV code postal en 17:5, ville en 22:25
      *          MEL adresse de courriel
      *          CAN canal prefere, C courrier ou E courriel
      *    17:60 valeur de la rubrique (a blanc pour effacer, sauf
      *          NOM et CAN)
      *    77:4  code operateur (repris dans la piste d'audit)
       FD  F-TUTMNT
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-TUTMNT        PIC X(80).

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

       FD  F-MASTER
           RECORD CONTAINS 34 CHARACTERS.

       01  REC-F-MASTER.
           03 M-STUDENT-ID     PIC 9(06).
           03 M-LASTNAME       PIC X(12).
           03 M-FIRSTNAME      PIC X(12).
           03 M-MOYENNE        PIC 99V99.

      *    Piste d'audit : une ligne par modification du fichier des
      *    responsables, avec image avant et image apres (a blanc
      *    pour une creation ou une suppression), comme la piste du
      *    fichier maitre.
       FD  F-AUDIT
           RECORD CONTAINS 570 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT.
           03 AUD-DATE         PIC 9(08).
           03 AUD-HEURE        PIC 9(06).
           03 AUD-OPERATEUR    PIC X(04).
           03 AUD-ACTION       PIC X(06).
           03 AUD-STUDENT-ID   PIC 9(06).
           03 AUD-RANG         PIC X(01).
           03 AUD-RUBRIQUE     PIC X(03).
           03 AUD-AVANT        PIC X(268).
           03 AUD-APRES        PIC X(268).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-TUTMNT-STATUS     PIC X(02) VALUE SPACE.
           88 F-TUTMNT-STATUS-OK       VALUE '00'.
           88 F-TUTMNT-STATUS-EOF      VALUE '10'.
           88 F-TUTMNT-STATUS-NOFILE   VALUE '35'.

       01  F-TUTEURS-STATUS    PIC X(02) VALUE SPACE.
           88 F-TUTEURS-STATUS-OK      VALUE '00'.
           88 F-TUTEURS-STATUS-EOF     VALUE '10'.
           88 F-TUTEURS-STATUS-NOTFND  VALUE '23'.
           88 F-TUTEURS-STATUS-NOFILE  VALUE '35'.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK       VALUE '00'.
           88 F-MASTER-STATUS-NOTFND   VALUE '23'.
           88 F-MASTER-STATUS-NOFILE   VALUE '35'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK        VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE    VALUE '35'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

       77  WS-ACTION                   PIC X(06)           VALUE SPACE.
       77  WS-ACTION-AUDIT             PIC X(06)           VALUE SPACE.
       77  WS-ID-TXT                   PIC X(06)           VALUE SPACE.
       77  WS-RANG-TXT                 PIC X(01)           VALUE SPACE.
       77  WS-RUBRIQUE                 PIC X(03)           VALUE SPACE.
       77  WS-VALEUR                   PIC X(60)           VALUE SPACE.
       77  WS-OPERATEUR                PIC X(04)           VALUE SPACE.
       77  WS-STUDENT-ID               PIC 9(06)           VALUE 0.
       77  WS-RANG                     PIC 9(01)           VALUE 0.
       77  WS-IDX                      PIC 9(01)           VALUE 0.
       77  WS-NB-AROBASE               PIC 9(02)           VALUE 0.
       77  WS-POS-AROBASE              PIC 9(02)           VALUE 0.
       77  WS-CARTE-REJETEE            PIC X               VALUE 'F'.
       77  WS-MOTIF                    PIC X(40)           VALUE SPACE.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-HEURE                    PIC 9(08)           VALUE 0.
       77  WS-FICHE-EXISTE             PIC X               VALUE 'F'.
       77  WS-MAITRE-ACTIF             PIC X               VALUE 'F'.
       77  WS-ELEVE-CONNU              PIC X               VALUE 'F'.
       77  WS-AVANT                    PIC X(268)          VALUE SPACE.
       77  WS-APRES                    PIC X(268)          VALUE SPACE.

       01  WS-CNT-TUTMNT.
           05 WS-CNT-CARTES        PIC 9(06) VALUE 0.
           05 WS-CNT-LISTE         PIC 9(06) VALUE 0.
           05 WS-CNT-AFFICH        PIC 9(06) VALUE 0.
           05 WS-CNT-CREATI        PIC 9(06) VALUE 0.
           05 WS-CNT-MODIFI        PIC 9(06) VALUE 0.
           05 WS-CNT-SUPPRI        PIC 9(06) VALUE 0.
           05 WS-CNT-ERREURS       PIC 9(06) VALUE 0.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE FROM TIME.

           OPEN INPUT F-TUTMNT.
           IF NOT F-TUTMNT-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE tutmaint.dat IMPOSSIBLE, "
                   "STATUT " F-TUTMNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Au premier passage, la maintenance cree le fichier des
      *    responsables vide : c'est elle seule qui l'alimente.
           OPEN I-O F-TUTEURS.
           IF F-TUTEURS-STATUS-NOFILE
               OPEN OUTPUT F-TUTEURS
               CLOSE F-TUTEURS
               OPEN I-O F-TUTEURS
           END-IF.
           IF NOT F-TUTEURS-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE tuteurs.dat IMPOSSIBLE, "
                   "STATUT " F-TUTEURS-STATUS
               CLOSE F-TUTMNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Le fichier maitre sert au controle du matricule a la
      *    creation d'une fiche ; sans lui (premiere rentree, avant
      *    le premier traitement de nuit) le controle est saute.
           OPEN INPUT F-MASTER.
           IF F-MASTER-STATUS-OK
               MOVE 'T' TO WS-MAITRE-ACTIF
           ELSE
               MOVE 'F' TO WS-MAITRE-ACTIF
               DISPLAY "ATTENTION : master.dat ABSENT (STATUT "
                   F-MASTER-STATUS "), MATRICULES NON CONTROLES"
           END-IF.

      *    La piste d'audit s'enrichit d'une execution a l'autre :
      *    ouverture en ajout, creation au premier passage.
           OPEN EXTEND F-AUDIT.
           IF F-AUDIT-STATUS-NOFILE
               OPEN OUTPUT F-AUDIT
           END-IF.

           OPEN OUTPUT F-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "MAINTENANCE DES RESPONSABLES LEGAUX DU "
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

           SET F-TUTMNT-STATUS-OK TO TRUE.

           PERFORM UNTIL F-TUTMNT-STATUS-EOF

               READ F-TUTMNT

                   AT END
                       SET F-TUTMNT-STATUS-EOF TO TRUE

                   NOT AT END

                       ADD 1 TO WS-CNT-CARTES
                       MOVE 'F' TO WS-CARTE-REJETEE
                       MOVE SPACE TO WS-MOTIF
                       MOVE REC-F-TUTMNT(1:6) TO WS-ACTION
                       MOVE REC-F-TUTMNT(7:6) TO WS-ID-TXT
                       MOVE REC-F-TUTMNT(13:1) TO WS-RANG-TXT
                       MOVE REC-F-TUTMNT(14:3) TO WS-RUBRIQUE
                       MOVE REC-F-TUTMNT(17:60) TO WS-VALEUR
                       MOVE REC-F-TUTMNT(77:4) TO WS-OPERATEUR

                       IF WS-ACTION NOT = "LISTE "
                           IF FUNCTION TEST-NUMVAL(WS-ID-TXT) NOT = 0
                               MOVE 'T' TO WS-CARTE-REJETEE
                               MOVE "MATRICULE NON NUMERIQUE"
                                   TO WS-MOTIF
                           ELSE
                               COMPUTE WS-STUDENT-ID =
                                   FUNCTION NUMVAL(WS-ID-TXT)
                           END-IF
                       END-IF

                       IF WS-CARTE-REJETEE = 'F'
                           AND (WS-ACTION = "MODIFI"
                           OR WS-RANG-TXT NOT = SPACE)
                           IF WS-RANG-TXT NOT = '1'
                               AND WS-RANG-TXT NOT = '2'
                               MOVE 'T' TO WS-CARTE-REJETEE
                               MOVE "RANG DU RESPONSABLE NI 1 NI 2"
                                   TO WS-MOTIF
                           ELSE
                               MOVE WS-RANG-TXT TO WS-RANG
                           END-IF
                       END-IF

                       IF WS-CARTE-REJETEE = 'F'
                           AND WS-ACTION = "MODIFI"
                           PERFORM CONTROLER-VALEUR
                       END-IF

                       IF WS-CARTE-REJETEE = 'T'

                           ADD 1 TO WS-CNT-ERREURS
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "CARTE REJETEE : " DELIMITED BY SIZE
                                   WS-MOTIF DELIMITED BY SIZE
                                   " : " DELIMITED BY SIZE
                                   REC-F-TUTMNT(1:40)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-RAPPORT
                           WRITE REC-F-RAPPORT

                       ELSE IF WS-ACTION = "LISTE "
                           PERFORM LISTER-TUTEURS

                       ELSE IF WS-ACTION = "AFFICH"
                           PERFORM TRAITER-AFFICH

                       ELSE IF WS-ACTION = "MODIFI"
                           PERFORM TRAITER-MODIFI

                       ELSE IF WS-ACTION = "SUPPRI"
                           PERFORM TRAITER-SUPPRI

                       ELSE

                           ADD 1 TO WS-CNT-ERREURS
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "CARTE REJETEE : ACTION INCONNUE : "
                                   DELIMITED BY SIZE
                                   REC-F-TUTMNT(1:40)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-RAPPORT
                           WRITE REC-F-RAPPORT

                       END-IF END-IF END-IF END-IF END-IF

               END-READ

           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Cartes:" DELIMITED BY SIZE
                   WS-CNT-CARTES DELIMITED BY SIZE
                   " Listes:" DELIMITED BY SIZE
                   WS-CNT-LISTE DELIMITED BY SIZE
                   " Affichages:" DELIMITED BY SIZE
                   WS-CNT-AFFICH DELIMITED BY SIZE
                   " Creations:" DELIMITED BY SIZE
                   WS-CNT-CREATI DELIMITED BY SIZE
                   " Modifications:" DELIMITED BY SIZE
                   WS-CNT-MODIFI DELIMITED BY SIZE
                   " Suppressions:" DELIMITED BY SIZE
                   WS-CNT-SUPPRI DELIMITED BY SIZE
                   " Erreurs:" DELIMITED BY SIZE
                   WS-CNT-ERREURS DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           DISPLAY "Maintenance des responsables legaux :".
           DISPLAY "  Cartes lues     : " WS-CNT-CARTES.
           DISPLAY "  Creations       : " WS-CNT-CREATI.
           DISPLAY "  Modifications   : " WS-CNT-MODIFI.
           DISPLAY "  Suppressions    : " WS-CNT-SUPPRI.
           DISPLAY "  Erreurs         : " WS-CNT-ERREURS.

           CLOSE F-TUTMNT.
           CLOSE F-TUTEURS.
           IF WS-MAITRE-ACTIF = 'T'
               CLOSE F-MASTER
           END-IF.
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
      *    Controle de la valeur d'une carte MODIFI selon sa
      *    rubrique. Le courriel doit porter un seul @ qui ne soit
      *    ni en tete ni en fin ; le code postal est numerique.
      ******************************************************************
       CONTROLER-VALEUR.

           IF WS-RUBRIQUE = "NOM"
               IF WS-VALEUR = SPACE
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "NOM ABSENT (SUPPRI POUR EFFACER)"
                       TO WS-MOTIF
               END-IF

           ELSE IF WS-RUBRIQUE = "ADR"
               CONTINUE

           ELSE IF WS-RUBRIQUE = "CPV"
               IF WS-VALEUR(1:5) NOT = SPACE
                   AND WS-VALEUR(1:5) IS NOT NUMERIC
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "CODE POSTAL NON NUMERIQUE" TO WS-MOTIF
               END-IF

           ELSE IF WS-RUBRIQUE = "MEL"
               IF WS-VALEUR NOT = SPACE
                   MOVE 0 TO WS-NB-AROBASE
                   INSPECT WS-VALEUR TALLYING WS-NB-AROBASE
                       FOR ALL "@"
                   IF WS-NB-AROBASE NOT = 1
                       OR WS-VALEUR(1:1) = "@"
                       OR WS-VALEUR(41:20) NOT = SPACE
                       MOVE 'T' TO WS-CARTE-REJETEE
                       MOVE "ADRESSE DE COURRIEL INVALIDE"
                           TO WS-MOTIF
                   ELSE
                       MOVE 0 TO WS-POS-AROBASE
                       INSPECT WS-VALEUR TALLYING WS-POS-AROBASE
                           FOR CHARACTERS BEFORE INITIAL "@"
                       IF WS-VALEUR(WS-POS-AROBASE + 2:1) = SPACE
                           MOVE 'T' TO WS-CARTE-REJETEE
                           MOVE "ADRESSE DE COURRIEL INVALIDE"
                               TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF

           ELSE IF WS-RUBRIQUE = "CAN"
               IF WS-VALEUR NOT = "C"
                   AND WS-VALEUR NOT = "E"
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "CANAL NI C (COURRIER) NI E (COURRIEL)"
                       TO WS-MOTIF
               END-IF

           ELSE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "RUBRIQUE INCONNUE" TO WS-MOTIF
           END-IF END-IF END-IF END-IF END-IF.

      ******************************************************************
      *    Liste du fichier des responsables sur le rapport, dans
      *    l'ordre du matricule.
      ******************************************************************
       LISTER-TUTEURS.

           ADD 1 TO WS-CNT-LISTE.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "LISTE DES RESPONSABLES LEGAUX (OPERATEUR "
                   DELIMITED BY SIZE
                   WS-OPERATEUR DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           MOVE 0 TO TU-STUDENT-ID.
           START F-TUTEURS KEY NOT LESS TU-STUDENT-ID
               INVALID KEY
                   SET F-TUTEURS-STATUS-EOF TO TRUE
           END-START.

           PERFORM UNTIL NOT F-TUTEURS-STATUS-OK

               READ F-TUTEURS NEXT

                   AT END
                       SET F-TUTEURS-STATUS-EOF TO TRUE

                   NOT AT END
                       PERFORM EDITER-FICHE

               END-READ

           END-PERFORM.

           MOVE '00' TO F-TUTEURS-STATUS.

      ******************************************************************
      *    Affichage d'une fiche sur le rapport.
      ******************************************************************
       TRAITER-AFFICH.

           MOVE WS-STUDENT-ID TO TU-STUDENT-ID.
           MOVE 'F' TO WS-FICHE-EXISTE.
           READ F-TUTEURS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'T' TO WS-FICHE-EXISTE
           END-READ.

           IF WS-FICHE-EXISTE = 'F'
               ADD 1 TO WS-CNT-ERREURS
               MOVE SPACE TO WS-OUT-LINE
               STRING "AFFICH " DELIMITED BY SIZE
                       WS-ID-TXT DELIMITED BY SIZE
                       " : MATRICULE SANS FICHE RESPONSABLES"
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT
           ELSE
               ADD 1 TO WS-CNT-AFFICH
               PERFORM EDITER-FICHE
           END-IF.

      ******************************************************************
      *    Edition d'une fiche : une ligne par responsable renseigne.
      ******************************************************************
       EDITER-FICHE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 2
               IF TU-NOM(WS-IDX) NOT = SPACE
                   MOVE SPACE TO WS-OUT-LINE
                   STRING "  MATRICULE : " DELIMITED BY SIZE
                           TU-STUDENT-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-IDX DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TU-NOM(WS-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TU-ADRESSE(WS-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TU-CP(WS-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TU-VILLE(WS-IDX) DELIMITED BY SIZE
                           " CANAL : " DELIMITED BY SIZE
                           TU-CANAL(WS-IDX) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   MOVE WS-OUT-LINE TO REC-F-RAPPORT
                   WRITE REC-F-RAPPORT
                   IF TU-EMAIL(WS-IDX) NOT = SPACE
                       MOVE SPACE TO WS-OUT-LINE
                       STRING "                   COURRIEL : "
                               DELIMITED BY SIZE
                               TU-EMAIL(WS-IDX) DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                       END-STRING
                       MOVE WS-OUT-LINE TO REC-F-RAPPORT
                       WRITE REC-F-RAPPORT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Ecriture d'une ligne de la piste d'audit : images avant
      *    et apres preparees par l'appelant dans WS-AVANT/WS-APRES,
      *    action dans WS-ACTION-AUDIT (CREATI pour une fiche creee
      *    par une carte MODIFI).
      ******************************************************************
       ECRIRE-AUDIT.

           MOVE WS-DATE-JOUR TO AUD-DATE.
           MOVE WS-HEURE(1:6) TO AUD-HEURE.
           MOVE WS-OPERATEUR TO AUD-OPERATEUR.
           MOVE WS-ACTION-AUDIT TO AUD-ACTION.
           MOVE WS-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE WS-RANG-TXT TO AUD-RANG.
           MOVE WS-RUBRIQUE TO AUD-RUBRIQUE.
           MOVE WS-AVANT TO AUD-AVANT.
           MOVE WS-APRES TO AUD-APRES.
           WRITE REC-F-AUDIT.

      ******************************************************************
      *    Modification d'une rubrique d'un responsable. Une fiche
      *    absente est creee a la premiere carte, a condition que le
      *    matricule existe au fichier maitre ; un responsable cree
      *    prend le canal courrier par defaut.
      ******************************************************************
       TRAITER-MODIFI.

           MOVE WS-STUDENT-ID TO TU-STUDENT-ID.
           MOVE 'F' TO WS-FICHE-EXISTE.
           READ F-TUTEURS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'T' TO WS-FICHE-EXISTE
           END-READ.

           IF WS-FICHE-EXISTE = 'F'
               MOVE 'T' TO WS-ELEVE-CONNU
               IF WS-MAITRE-ACTIF = 'T'
                   MOVE WS-STUDENT-ID TO M-STUDENT-ID
                   READ F-MASTER
                       INVALID KEY
                           MOVE 'F' TO WS-ELEVE-CONNU
                   END-READ
               END-IF
               IF WS-ELEVE-CONNU = 'F'
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "MATRICULE ABSENT DU FICHIER MAITRE"
                       TO WS-MOTIF
               ELSE
                   MOVE SPACE TO REC-F-TUTEURS
                   MOVE WS-STUDENT-ID TO TU-STUDENT-ID
                   MOVE SPACE TO WS-AVANT
               END-IF
           ELSE
               MOVE REC-F-TUTEURS TO WS-AVANT
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               AND TU-NOM(WS-RANG) = SPACE
               AND WS-RUBRIQUE NOT = "NOM"
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "RESPONSABLE SANS NOM (CARTE NOM D'ABORD)"
                   TO WS-MOTIF
           END-IF.

           IF WS-CARTE-REJETEE = 'T'

               ADD 1 TO WS-CNT-ERREURS
               MOVE SPACE TO WS-OUT-LINE
               STRING "MODIFI " DELIMITED BY SIZE
                       WS-ID-TXT DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-MOTIF DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT

           ELSE

               IF WS-RUBRIQUE = "NOM"
                   IF TU-NOM(WS-RANG) = SPACE
                       MOVE 'C' TO TU-CANAL(WS-RANG)
                   END-IF
                   MOVE WS-VALEUR(1:30) TO TU-NOM(WS-RANG)
               ELSE IF WS-RUBRIQUE = "ADR"
                   MOVE WS-VALEUR(1:30) TO TU-ADRESSE(WS-RANG)
               ELSE IF WS-RUBRIQUE = "CPV"
                   MOVE WS-VALEUR(1:5) TO TU-CP(WS-RANG)
                   MOVE WS-VALEUR(6:25) TO TU-VILLE(WS-RANG)
               ELSE IF WS-RUBRIQUE = "MEL"
                   MOVE WS-VALEUR(1:40) TO TU-EMAIL(WS-RANG)
               ELSE
                   MOVE WS-VALEUR(1:1) TO TU-CANAL(WS-RANG)
               END-IF END-IF END-IF END-IF

               IF WS-FICHE-EXISTE = 'T'
                   REWRITE REC-F-TUTEURS
                   ADD 1 TO WS-CNT-MODIFI
                   MOVE "MODIFI" TO WS-ACTION-AUDIT
               ELSE
                   WRITE REC-F-TUTEURS
                   ADD 1 TO WS-CNT-CREATI
                   MOVE "CREATI" TO WS-ACTION-AUDIT
               END-IF

               MOVE REC-F-TUTEURS TO WS-APRES
               PERFORM ECRIRE-AUDIT

               MOVE SPACE TO WS-OUT-LINE
               STRING "MODIFI MATRICULE : " DELIMITED BY SIZE
                       WS-ID-TXT DELIMITED BY SIZE
                       " RESPONSABLE " DELIMITED BY SIZE
                       WS-RANG-TXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RUBRIQUE DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-VALEUR(1:40) DELIMITED BY SIZE
                       " (OPERATEUR " DELIMITED BY SIZE
                       WS-OPERATEUR DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT

           END-IF.

      ******************************************************************
      *    Suppression d'un responsable (rang renseigne) ou de la
      *    fiche entiere (rang a blanc). Une fiche dont le dernier
      *    responsable est efface est supprimee.
      ******************************************************************
       TRAITER-SUPPRI.

           MOVE WS-STUDENT-ID TO TU-STUDENT-ID.
           MOVE 'F' TO WS-FICHE-EXISTE.
           READ F-TUTEURS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'T' TO WS-FICHE-EXISTE
           END-READ.

           IF WS-FICHE-EXISTE = 'F'

               ADD 1 TO WS-CNT-ERREURS
               MOVE SPACE TO WS-OUT-LINE
               STRING "SUPPRI " DELIMITED BY SIZE
                       WS-ID-TXT DELIMITED BY SIZE
                       " : MATRICULE SANS FICHE RESPONSABLES"
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT

           ELSE

               MOVE REC-F-TUTEURS TO WS-AVANT
               IF WS-RANG-TXT NOT = SPACE
                   MOVE SPACE TO TU-TUTEUR(WS-RANG)
               END-IF

               IF WS-RANG-TXT = SPACE
                   OR (TU-NOM(1) = SPACE AND TU-NOM(2) = SPACE)
                   DELETE F-TUTEURS RECORD
                   MOVE SPACE TO WS-APRES
               ELSE
                   REWRITE REC-F-TUTEURS
                   MOVE REC-F-TUTEURS TO WS-APRES
               END-IF
               ADD 1 TO WS-CNT-SUPPRI
               MOVE "SUPPRI" TO WS-ACTION-AUDIT
               PERFORM ECRIRE-AUDIT

               MOVE SPACE TO WS-OUT-LINE
               IF WS-RANG-TXT = SPACE
                   STRING "SUPPRI MATRICULE : " DELIMITED BY SIZE
                           WS-ID-TXT DELIMITED BY SIZE
                           " FICHE SUPPRIMEE (OPERATEUR "
                           DELIMITED BY SIZE
                           WS-OPERATEUR DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               ELSE
                   STRING "SUPPRI MATRICULE : " DELIMITED BY SIZE
                           WS-ID-TXT DELIMITED BY SIZE
                           " RESPONSABLE " DELIMITED BY SIZE
                           WS-RANG-TXT DELIMITED BY SIZE
                           " SUPPRIME (OPERATEUR " DELIMITED BY SIZE
                           WS-OPERATEUR DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
               END-IF
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT

           END-IF.
