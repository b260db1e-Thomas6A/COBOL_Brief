      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. distrpt.
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
           SELECT F-HISTTERM
               ASSIGN TO 'histterm.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTTERM-STATUS.

           SELECT F-CONTROL
               ASSIGN TO 'control.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-CLASSES
               ASSIGN TO 'classes.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLS-CLASS
               FILE STATUS IS F-CLASSES-STATUS.

           SELECT F-PERIODES
               ASSIGN TO 'periodes.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS PER-CODE
               FILE STATUS IS F-PERIODES-STATUS.

           SELECT S-TRI-D
               ASSIGN TO 'disttri.tmp'.

           SELECT F-DIST-TRIE
               ASSIGN TO 'disttri.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DIST-TRIE-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'distrpt.dat'
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
      *    Historique des resultats de tout le district (voir
      *    PROGRAM-ID. student) : entete '1' par eleve et par terme,
      *    lignes matieres '2', evaluations '3' ignorees ici.
       FD  F-HISTTERM
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTTERM.
           03 HT-TYPE          PIC X(01).
           03 HT-PERIODE       PIC X(15).
           03 HT-ECOLE         PIC X(04).
           03 HT-STUDENT-ID    PIC 9(06).
           03 HT-CLASS         PIC X(05).
           03 HT-DONNEES.
               05 HT-CLE-MAT       PIC X(08).
               05 FILLER           PIC X(30).

       FD  F-CONTROL
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-CONTROL       PIC X(80).

      *    Referentiel des classes : le niveau de chaque classe.
       FD  F-CLASSES
           RECORD CONTAINS 33 CHARACTERS.

       01  REC-F-CLASSES.
           03 CLS-CLASS        PIC X(05).
           03 CLS-NIVEAU       PIC X(05).
           03 CLS-PROF         PIC X(23).

      *    Calendrier des periodes (voir PROGRAM-ID. permnt) : annee
      *    scolaire et numero de terme de chaque periode.
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

      *    Tri de l'historique : periode dans l'ordre de l'annee,
      *    etablissement, eleve, entete devant matieres, matieres par
      *    code ; le niveau de la classe est porte sur chaque ligne.
       SD  S-TRI-D.

       01  REC-TRI-D.
           03 D-RANG-PER       PIC 9(02).
           03 D-ECOLE          PIC X(04).
           03 D-STUDENT-ID     PIC 9(06).
           03 D-TYPE           PIC X(01).
           03 D-CLE-MAT        PIC X(08).
           03 D-NIVEAU         PIC X(05).
           03 D-HIST           PIC X(69).

       FD  F-DIST-TRIE
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DIST-TRIE.
           03 Y-RANG-PER       PIC 9(02).
           03 Y-ECOLE          PIC X(04).
           03 Y-STUDENT-ID     PIC 9(06).
           03 Y-TYPE           PIC X(01).
           03 Y-CLE-MAT        PIC X(08).
           03 Y-NIVEAU         PIC X(05).
           03 Y-HIST.
               05 FILLER           PIC X(31).
               05 Y-DONNEES.
                   07 YH-LASTNAME      PIC X(12).
                   07 YH-FIRSTNAME     PIC X(12).
                   07 YH-AGE           PIC 9(02).
                   07 YH-MOYENNE       PIC 99V99.
                   07 FILLER           PIC X(08).
               05 Y-DONNEES-MAT REDEFINES Y-DONNEES.
                   07 YD-CODE          PIC X(08).
                   07 YD-LABEL         PIC X(23).
                   07 YD-COEF          PIC 9V9.
                   07 YD-GRADE         PIC X(05).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-HISTTERM-STATUS   PIC X(02) VALUE SPACE.
           88 F-HISTTERM-STATUS-OK     VALUE '00'.
           88 F-HISTTERM-STATUS-EOF    VALUE '10'.

       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK      VALUE '00'.
           88 F-CONTROL-STATUS-EOF     VALUE '10'.

       01  F-CLASSES-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSES-STATUS-OK      VALUE '00'.
           88 F-CLASSES-STATUS-EOF     VALUE '10'.

       01  F-PERIODES-STATUS   PIC X(02) VALUE SPACE.
           88 F-PERIODES-STATUS-OK     VALUE '00'.
           88 F-PERIODES-STATUS-NOTFND VALUE '23'.
           88 F-PERIODES-STATUS-NOFILE VALUE '35'.

       01  F-DIST-TRIE-STATUS  PIC X(02) VALUE SPACE.
           88 F-DIST-TRIE-STATUS-OK    VALUE '00'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

      *    Seuils de deliberation du traitement de nuit (SEUIL,
      *    RATTRA) et tolerances de la carte DERIVE : ecart admis a
      *    la moyenne du district en points de moyenne (7:5), et en
      *    points de pourcentage pour le taux de reussite (12:5).
       01  WS-PARAMETRES.
           05 WS-SEUIL-REUSSITE    PIC 99V99   VALUE 10,00.
           05 WS-RATTRA-SEUIL      PIC 99V99   VALUE 99,99.
           05 WS-TOL-MOYENNE       PIC 99V99   VALUE 1,00.
           05 WS-TOL-TAUX          PIC 999V9   VALUE 10,0.

      *    Periodes de l'historique, rangees par annee scolaire puis
      *    numero de terme selon le calendrier : une periode rejouee
      *    est reecrite en fin d'historique, l'ordre du fichier ne
      *    suffit donc plus. Sans calendrier, ou pour une periode qui
      *    n'y figure pas (rangee apres les autres), l'ordre de
      *    premiere apparition dans l'historique fait foi.
       01  DATA-PERIODES.
           05 PR-LGHT              PIC 9(02)   VALUE 0.
           05 PR-ENTREE OCCURS 0 TO 24 TIMES
               DEPENDING ON PR-LGHT.
               10 PR-PERIODE       PIC X(15).
               10 PR-CLE-TRI.
                   15 PR-HORS-CAL      PIC X(01).
                   15 PR-ANNEE         PIC X(09).
                   15 PR-TERME         PIC 9(01).
                   15 PR-ORDRE         PIC 9(02).
       01  WS-PR-ECHANGE           PIC X(28)   VALUE SPACE.

      *    Referentiel des classes charge en memoire.
       01  DATA-CLASSES.
           05 CL-LGHT              PIC 9(03)   VALUE 0.
           05 CL-ENTREE OCCURS 0 TO 500 TIMES
               DEPENDING ON CL-LGHT.
               10 CL-CLASS         PIC X(05).
               10 CL-NIVEAU        PIC X(05).

      *    Cumuls de la periode en cours, par etablissement et par
      *    niveau, avec les matieres rangees par code.
       01  DATA-GROUPES.
           05 GR-LGHT              PIC 9(03)   VALUE 0.
           05 GR-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON GR-LGHT.
               10 GR-ECOLE         PIC X(04).
               10 GR-NIVEAU        PIC X(05).
               10 GR-ELEVES        PIC 9(05).
               10 GR-SOMME         PIC 9(07)V99.
               10 GR-RECUS         PIC 9(05).
               10 GR-RATTRAPAGE    PIC 9(05).
               10 GR-NOTES         PIC 9(06).
               10 GR-ABSENCES      PIC 9(06).
               10 GR-MOYENNE       PIC 99V99.
               10 GR-TAUX          PIC 999V9.
               10 GR-ECART         PIC S99V99.
               10 GR-MAT-LGHT      PIC 9(02).
               10 GR-MATIERE OCCURS 30 TIMES.
                   15 GR-MAT-CODE      PIC X(08).
                   15 GR-MAT-LABEL     PIC X(23).
                   15 GR-MAT-SOMME     PIC 9(06)V99.
                   15 GR-MAT-CNT       PIC 9(05).

      *    Niveaux vus dans la periode, avec les chiffres du district.
       01  DATA-NIVEAUX.
           05 NV-LGHT              PIC 9(02)   VALUE 0.
           05 NV-ENTREE OCCURS 0 TO 20 TIMES
               DEPENDING ON NV-LGHT.
               10 NV-NIVEAU        PIC X(05).
               10 NV-MOYENNE       PIC 99V99.
               10 NV-TAUX          PIC 999V9.

      *    Chiffres de la periode precedente, pour l'evolution.
       01  DATA-PRECEDENTE.
           05 PG-LGHT              PIC 9(03)   VALUE 0.
           05 PG-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON PG-LGHT.
               10 PG-ECOLE         PIC X(04).
               10 PG-NIVEAU        PIC X(05).
               10 PG-MOYENNE       PIC 99V99.
               10 PG-TAUX          PIC 999V9.
               10 PG-ECART         PIC S99V99.
           05 PN-LGHT              PIC 9(02)   VALUE 0.
           05 PN-ENTREE OCCURS 0 TO 20 TIMES
               DEPENDING ON PN-LGHT.
               10 PN-NIVEAU        PIC X(05).
               10 PN-MOYENNE       PIC 99V99.
               10 PN-TAUX          PIC 999V9.

      *    L'eleve en cours : entete de la periode et une note par
      *    matiere (une ligne dupliquee ecrase la precedente).
       01  DATA-ELEVE-DISTRICT.
           05 EL-ECOLE             PIC X(04)   VALUE SPACE.
           05 EL-STUDENT-ID        PIC 9(06)   VALUE 0.
           05 EL-ENTETE            PIC X(01)   VALUE 'F'.
           05 EL-NIVEAU            PIC X(05)   VALUE SPACE.
           05 EL-MOYENNE           PIC 99V99   VALUE 0.
           05 EL-MAT-LGHT          PIC 9(02)   VALUE 0.
           05 EL-MATIERE OCCURS 30 TIMES.
               10 EL-MAT-CODE      PIC X(08).
               10 EL-MAT-LABEL     PIC X(23).
               10 EL-MAT-GRADE     PIC X(05).

       77  WS-CLASSES-ACTIF            PIC X               VALUE 'F'.
       77  WS-DIST-FIN                 PIC X               VALUE 'F'.
       77  WS-PERIODE-FIN              PIC X               VALUE 'F'.
       77  WS-ELEVE-FIN                PIC X               VALUE 'F'.
       77  WS-RANG-PER                 PIC 9(02)           VALUE 0.
       77  WS-IDX                      PIC 9(03)           VALUE 0.
       77  WS-IDX-2                    PIC 9(03)           VALUE 0.
       77  WS-CNT-HORS-CAL             PIC 9(02)           VALUE 0.
       77  WS-IDX-NV                   PIC 9(02)           VALUE 0.
       77  WS-IDX-MAT                  PIC 9(02)           VALUE 0.
       77  WS-IDX-PG                   PIC 9(03)           VALUE 0.
       77  WS-GR-SLOT                  PIC 9(03)           VALUE 0.
       77  WS-MAT-SLOT                 PIC 9(02)           VALUE 0.
       77  WS-MAT-TROUVEE              PIC X               VALUE 'F'.
       77  WS-NIVEAU-CHERCHE           PIC X(05)           VALUE SPACE.
       77  WS-CODE-CHERCHE             PIC X(08)           VALUE SPACE.
       77  WS-GRADE-VALUE              PIC S99V99          VALUE 0.
       77  WS-DN-ELEVES                PIC 9(06)           VALUE 0.
       77  WS-DN-SOMME                 PIC 9(08)V99        VALUE 0.
       77  WS-DN-RECUS                 PIC 9(06)           VALUE 0.
       77  WS-DN-RATTRAPAGE            PIC 9(06)           VALUE 0.
       77  WS-DN-NOTES                 PIC 9(07)           VALUE 0.
       77  WS-DN-ABSENCES              PIC 9(07)           VALUE 0.
       77  WS-DN-MAT-SOMME             PIC 9(08)V99        VALUE 0.
       77  WS-DN-MAT-CNT               PIC 9(06)           VALUE 0.
       77  WS-MOYENNE-CALC             PIC 99V99           VALUE 0.
       77  WS-MAT-MOYENNE              PIC 99V99           VALUE 0.
       77  WS-TAUX-CALC                PIC 999V9           VALUE 0.
       77  WS-ECART-CALC               PIC S99V99          VALUE 0.
       77  WS-ECART-TAUX               PIC S999V9          VALUE 0.
       77  WS-EVOL-CALC                PIC S99V99          VALUE 0.
       77  WS-EVOL-TAUX                PIC S999V9          VALUE 0.
       77  WS-PRECEDENT                PIC X               VALUE 'F'.
       77  WS-SIGNAL                   PIC X(30)           VALUE SPACE.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-MOYENNE-ED               PIC Z9,99.
       77  WS-TOL-ED                   PIC Z9,99.
       77  WS-ECART-ED                 PIC +Z9,99.
       77  WS-TAUX-ED                  PIC ZZ9,9.
       77  WS-ECART-TAUX-ED            PIC +ZZ9,9.
       77  WS-EFFECTIF-ED              PIC ZZZZ9.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.

       01  WS-CNT-DISTRICT.
           05 WS-CNT-LUES          PIC 9(06) VALUE 0.
           05 WS-CNT-RETENUES      PIC 9(06) VALUE 0.
           05 WS-CNT-ELEVES        PIC 9(06) VALUE 0.
           05 WS-CNT-SANS-ENTETE   PIC 9(06) VALUE 0.
           05 WS-CNT-SANS-NIVEAU   PIC 9(06) VALUE 0.
           05 WS-CNT-GROUPES       PIC 9(06) VALUE 0.
           05 WS-CNT-SIGNAL-ETAB   PIC 9(06) VALUE 0.
           05 WS-CNT-SIGNAL-MAT    PIC 9(06) VALUE 0.
           05 WS-CNT-IGNOREES      PIC 9(06) VALUE 0.

       01  DRP-LIGNE-SEP       PIC X(132) VALUE ALL "=".

       01  DRP-LIGNE-TIRETS    PIC X(132) VALUE ALL "-".

       01  DRP-LIGNE-TITRE.
           05 FILLER           PIC X(45) VALUE
               "COMPARAISON DES ETABLISSEMENTS DU DISTRICT".
           05 FILLER           PIC X(10) VALUE "PERIODE : ".
           05 DRP-TITRE-PERIODE PIC X(15).
           05 FILLER           PIC X(04) VALUE SPACE.
           05 FILLER           PIC X(11) VALUE "EDITE LE : ".
           05 DRP-TITRE-JJ     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 DRP-TITRE-MM     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 DRP-TITRE-AAAA   PIC X(04).
           05 FILLER           PIC X(37) VALUE SPACE.

       01  DRP-LIGNE-ENTETE.
           05 FILLER           PIC X(08) VALUE "ETAB".
           05 FILLER           PIC X(07) VALUE "ELEVES".
           05 FILLER           PIC X(07) VALUE "MOYEN".
           05 FILLER           PIC X(08) VALUE "ECART".
           05 FILLER           PIC X(08) VALUE "REUSS%".
           05 FILLER           PIC X(08) VALUE "ECART".
           05 FILLER           PIC X(08) VALUE "RATTR%".
           05 FILLER           PIC X(07) VALUE "ABS%".
           05 FILLER           PIC X(08) VALUE "EV.MOY".
           05 FILLER           PIC X(08) VALUE "EV.REU".
           05 FILLER           PIC X(08) VALUE "EV.ECA".
           05 FILLER           PIC X(30) VALUE "SIGNAL".
           05 FILLER           PIC X(17) VALUE SPACE.

       01  DRP-LIGNE-ETAB.
           05 DRP-ETAB         PIC X(08).
           05 DRP-ELEVES       PIC X(07).
           05 DRP-MOYENNE      PIC X(07).
           05 DRP-ECART-MOY    PIC X(08).
           05 DRP-TAUX         PIC X(08).
           05 DRP-ECART-TAUX   PIC X(08).
           05 DRP-RATTRA       PIC X(08).
           05 DRP-ABSENCE      PIC X(07).
           05 DRP-EVOL-MOY     PIC X(08).
           05 DRP-EVOL-TAUX    PIC X(08).
           05 DRP-EVOL-ECART   PIC X(08).
           05 DRP-SIGNAL       PIC X(30).
           05 FILLER           PIC X(17).

       01  DRP-LIGNE-ENTETE-MAT.
           05 FILLER           PIC X(08) VALUE "ETAB".
           05 FILLER           PIC X(09) VALUE "MATIERE".
           05 FILLER           PIC X(24) VALUE "LIBELLE".
           05 FILLER           PIC X(08) VALUE "NOTES".
           05 FILLER           PIC X(08) VALUE "MOYEN".
           05 FILLER           PIC X(09) VALUE "DISTRICT".
           05 FILLER           PIC X(08) VALUE "ECART".
           05 FILLER           PIC X(30) VALUE "SIGNAL".
           05 FILLER           PIC X(28) VALUE SPACE.

       01  DRP-LIGNE-MAT.
           05 DRP-MAT-ETAB     PIC X(08).
           05 DRP-MAT-CODE     PIC X(09).
           05 DRP-MAT-LABEL    PIC X(24).
           05 DRP-MAT-NOTES    PIC X(08).
           05 DRP-MAT-MOYENNE  PIC X(08).
           05 DRP-MAT-DISTRICT PIC X(09).
           05 DRP-MAT-ECART    PIC X(08).
           05 DRP-MAT-SIGNAL   PIC X(30).
           05 FILLER           PIC X(28).

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Sans historique, pas de comparaison : le fichier est
      *    alimente par le traitement de nuit a chaque terme.
           OPEN INPUT F-HISTTERM.
           IF NOT F-HISTTERM-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE histterm.dat IMPOSSIBLE, "
                   "STATUT " F-HISTTERM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT F-CONTROL.
           IF F-CONTROL-STATUS-OK

               SET F-CONTROL-STATUS-OK TO TRUE

               PERFORM UNTIL F-CONTROL-STATUS-EOF

                   READ F-CONTROL

                       AT END
                           SET F-CONTROL-STATUS-EOF TO TRUE

                       NOT AT END

                           IF REC-F-CONTROL(1:5) = "SEUIL"
                               COMPUTE WS-SEUIL-REUSSITE =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(6:5))

                           ELSE IF REC-F-CONTROL(1:6) = "RATTRA"
                               COMPUTE WS-RATTRA-SEUIL =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(7:5))

      *                    Carte DERIVE : tolerances d'ecart a la
      *                    moyenne du district ; une zone blanche
      *                    garde la valeur par defaut.
                           ELSE IF REC-F-CONTROL(1:6) = "DERIVE"
                               IF REC-F-CONTROL(7:5) NOT = SPACE
                                   COMPUTE WS-TOL-MOYENNE =
                                       FUNCTION NUMVAL(
                                           REC-F-CONTROL(7:5))
                               END-IF
                               IF REC-F-CONTROL(12:5) NOT = SPACE
                                   COMPUTE WS-TOL-TAUX =
                                       FUNCTION NUMVAL(
                                           REC-F-CONTROL(12:5))
                               END-IF

                           END-IF END-IF END-IF

                   END-READ

               END-PERFORM

               CLOSE F-CONTROL

           END-IF.

      *    Le referentiel des classes donne le niveau ; sans lui, les
      *    etablissements sont compares tous niveaux confondus.
           OPEN INPUT F-CLASSES.
           IF F-CLASSES-STATUS-OK

               MOVE 'T' TO WS-CLASSES-ACTIF
               MOVE SPACE TO CLS-CLASS
               START F-CLASSES KEY NOT LESS CLS-CLASS
                   INVALID KEY
                       SET F-CLASSES-STATUS-EOF TO TRUE
               END-START

               PERFORM UNTIL NOT F-CLASSES-STATUS-OK

                   READ F-CLASSES NEXT

                       AT END
                           SET F-CLASSES-STATUS-EOF TO TRUE

                       NOT AT END
                           IF CL-LGHT >= 500
                               DISPLAY "ATTENTION : CAPACITE CLASSES "
                                   "MAXIMALE ATTEINTE (500), CLASSE "
                                   "IGNOREE : " CLS-CLASS
                           ELSE
                               ADD 1 TO CL-LGHT
                               MOVE CLS-CLASS TO CL-CLASS(CL-LGHT)
                               MOVE CLS-NIVEAU TO CL-NIVEAU(CL-LGHT)
                           END-IF

                   END-READ

               END-PERFORM

               CLOSE F-CLASSES

           ELSE
               MOVE 'F' TO WS-CLASSES-ACTIF
               DISPLAY "ATTENTION : REFERENTIEL DES CLASSES ABSENT "
                   "(STATUT " F-CLASSES-STATUS "), COMPARAISON "
                   "SANS NIVEAU"
           END-IF.

      *    Premiere passe : releve des periodes dans l'ordre ou elles
      *    apparaissent.
           PERFORM UNTIL F-HISTTERM-STATUS-EOF

               READ F-HISTTERM

                   AT END
                       SET F-HISTTERM-STATUS-EOF TO TRUE

                   NOT AT END
                       PERFORM CHERCHER-PERIODE
                       IF WS-RANG-PER = 0
                           IF PR-LGHT >= 24
                               ADD 1 TO WS-CNT-IGNOREES
                           ELSE
                               ADD 1 TO PR-LGHT
                               MOVE HT-PERIODE TO PR-PERIODE(PR-LGHT)
                               MOVE 'F' TO PR-HORS-CAL(PR-LGHT)
                               MOVE SPACE TO PR-ANNEE(PR-LGHT)
                               MOVE 0 TO PR-TERME(PR-LGHT)
                               MOVE PR-LGHT TO PR-ORDRE(PR-LGHT)
                           END-IF
                       END-IF

               END-READ

           END-PERFORM.

           CLOSE F-HISTTERM.

           IF WS-CNT-IGNOREES > 0
               DISPLAY "ATTENTION : CAPACITE PERIODES MAXIMALE "
                   "ATTEINTE (24), LIGNES IGNOREES : " WS-CNT-IGNOREES
           END-IF.

      *    Avec le calendrier, les periodes sont remises dans l'ordre
      *    de l'annee scolaire et du terme avant le tri : le rang de
      *    chaque periode est sa place dans la table.
           OPEN INPUT F-PERIODES.
           IF F-PERIODES-STATUS-OK
               PERFORM ORDONNER-PERIODES
               CLOSE F-PERIODES
           END-IF.

           SORT S-TRI-D
               ASCENDING KEY D-RANG-PER D-ECOLE D-STUDENT-ID D-TYPE
                   D-CLE-MAT
               INPUT PROCEDURE IS PREPARER-HISTORIQUE
               GIVING F-DIST-TRIE.

           OPEN INPUT F-DIST-TRIE.
           OPEN OUTPUT F-RAPPORT.

           MOVE WS-DATE-JOUR(7:2) TO DRP-TITRE-JJ.
           MOVE WS-DATE-JOUR(5:2) TO DRP-TITRE-MM.
           MOVE WS-DATE-JOUR(1:4) TO DRP-TITRE-AAAA.

           MOVE 'F' TO WS-DIST-FIN.

           READ F-DIST-TRIE
               AT END
                   MOVE 'T' TO WS-DIST-FIN
           END-READ.

           PERFORM UNTIL WS-DIST-FIN = 'T'

      *        Debut de periode : remise a zero des cumuls.
               MOVE Y-RANG-PER TO WS-RANG-PER
               MOVE 0 TO GR-LGHT
               MOVE 0 TO NV-LGHT
               MOVE 'F' TO WS-PERIODE-FIN

               PERFORM UNTIL WS-PERIODE-FIN = 'T'

      *            Debut d'eleve.
                   MOVE Y-ECOLE TO EL-ECOLE
                   MOVE Y-STUDENT-ID TO EL-STUDENT-ID
                   MOVE 'F' TO EL-ENTETE
                   MOVE Y-NIVEAU TO EL-NIVEAU
                   MOVE 0 TO EL-MOYENNE
                   MOVE 0 TO EL-MAT-LGHT
                   MOVE 'F' TO WS-ELEVE-FIN

                   PERFORM UNTIL WS-ELEVE-FIN = 'T'

                       IF Y-TYPE = '1'
                           MOVE 'T' TO EL-ENTETE
                           MOVE Y-NIVEAU TO EL-NIVEAU
                           MOVE YH-MOYENNE TO EL-MOYENNE
                       ELSE
                           PERFORM RANGER-NOTE-ELEVE
                       END-IF

                       READ F-DIST-TRIE
                           AT END
                               MOVE 'T' TO WS-DIST-FIN
                               MOVE 'T' TO WS-PERIODE-FIN
                               MOVE 'T' TO WS-ELEVE-FIN
                           NOT AT END
                               IF Y-RANG-PER NOT = WS-RANG-PER
                                   MOVE 'T' TO WS-PERIODE-FIN
                                   MOVE 'T' TO WS-ELEVE-FIN
                               ELSE IF Y-ECOLE NOT = EL-ECOLE
                                   OR Y-STUDENT-ID NOT = EL-STUDENT-ID
                                   MOVE 'T' TO WS-ELEVE-FIN
                               END-IF END-IF
                       END-READ

                   END-PERFORM

                   PERFORM CUMULER-ELEVE

               END-PERFORM

               PERFORM EDITER-PERIODE
               PERFORM MEMORISER-PERIODE

           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Periodes:" DELIMITED BY SIZE
                   PR-LGHT DELIMITED BY SIZE
                   " Eleves:" DELIMITED BY SIZE
                   WS-CNT-ELEVES DELIMITED BY SIZE
                   " EtabNiveaux:" DELIMITED BY SIZE
                   WS-CNT-GROUPES DELIMITED BY SIZE
                   " SignalEtab:" DELIMITED BY SIZE
                   WS-CNT-SIGNAL-ETAB DELIMITED BY SIZE
                   " SignalMatiere:" DELIMITED BY SIZE
                   WS-CNT-SIGNAL-MAT DELIMITED BY SIZE
                   " Ignorees:" DELIMITED BY SIZE
                   WS-CNT-IGNOREES DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           CLOSE F-DIST-TRIE.
           CLOSE F-RAPPORT.

           DISPLAY "Comparaison des etablissements du district :".
           DISPLAY "  Lignes d'historique   : " WS-CNT-LUES.
           DISPLAY "  Lignes retenues       : " WS-CNT-RETENUES.
           DISPLAY "  Periodes              : " PR-LGHT.
           DISPLAY "  Eleves notes          : " WS-CNT-ELEVES.
           DISPLAY "  Eleves sans entete    : " WS-CNT-SANS-ENTETE.
           DISPLAY "  Lignes sans niveau    : " WS-CNT-SANS-NIVEAU.
           DISPLAY "  Etablissements-niveaux: " WS-CNT-GROUPES.
           DISPLAY "  Ecarts etablissement  : " WS-CNT-SIGNAL-ETAB.
           DISPLAY "  Ecarts matiere        : " WS-CNT-SIGNAL-MAT.
           DISPLAY "  Lignes ignorees       : " WS-CNT-IGNOREES.

      *    Code retour pour l'ordonnanceur : 0 execution propre,
      *    4 historique vide ou capacite depassee, 8 historique
      *    absent. Les ecarts signales sont le resultat attendu du
      *    rapport, pas une anomalie d'execution.
           IF WS-CNT-RETENUES = 0
               OR WS-CNT-IGNOREES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *    Rang de la periode HT-PERIODE dans la table des periodes :
      *    WS-RANG-PER, 0 si absente.
      ******************************************************************
       CHERCHER-PERIODE.

           MOVE 0 TO WS-RANG-PER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PR-LGHT
               OR WS-RANG-PER > 0
               IF PR-PERIODE(WS-IDX) = HT-PERIODE
                   MOVE WS-IDX TO WS-RANG-PER
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Annee et terme de chaque periode lus au calendrier, puis
      *    tri de la table sur annee, terme et ordre d'apparition ;
      *    les periodes absentes du calendrier passent en dernier.
      ******************************************************************
       ORDONNER-PERIODES.

           MOVE 0 TO WS-CNT-HORS-CAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PR-LGHT
               MOVE PR-PERIODE(WS-IDX) TO PER-CODE
               READ F-PERIODES
                   INVALID KEY
                       MOVE 'T' TO PR-HORS-CAL(WS-IDX)
                       ADD 1 TO WS-CNT-HORS-CAL
                       DISPLAY "ATTENTION : PERIODE "
                           PR-PERIODE(WS-IDX) " ABSENTE DU "
                           "CALENDRIER, RANGEE EN FIN DE RAPPORT"
                   NOT INVALID KEY
                       MOVE PER-ANNEE TO PR-ANNEE(WS-IDX)
                       MOVE PER-TERME TO PR-TERME(WS-IDX)
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= PR-LGHT
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > PR-LGHT - WS-IDX
                   IF PR-CLE-TRI(WS-IDX-2) > PR-CLE-TRI(WS-IDX-2 + 1)
                       MOVE PR-ENTREE(WS-IDX-2) TO WS-PR-ECHANGE
                       MOVE PR-ENTREE(WS-IDX-2 + 1)
                           TO PR-ENTREE(WS-IDX-2)
                       MOVE WS-PR-ECHANGE TO PR-ENTREE(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      *    Procedure d'entree du tri : entetes et matieres, rang de la
      *    periode et niveau de la classe portes en tete de ligne.
      ******************************************************************
       PREPARER-HISTORIQUE.

           OPEN INPUT F-HISTTERM.

           PERFORM UNTIL F-HISTTERM-STATUS-EOF

               READ F-HISTTERM

                   AT END
                       SET F-HISTTERM-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-LUES
                       PERFORM CHERCHER-PERIODE
                       IF HT-TYPE NOT = '3'
                           AND WS-RANG-PER > 0

                           ADD 1 TO WS-CNT-RETENUES
                           MOVE WS-RANG-PER TO D-RANG-PER
                           MOVE HT-ECOLE TO D-ECOLE
                           MOVE HT-STUDENT-ID TO D-STUDENT-ID
                           MOVE HT-TYPE TO D-TYPE
                           IF HT-TYPE = '2'
                               MOVE HT-CLE-MAT TO D-CLE-MAT
                           ELSE
                               MOVE SPACE TO D-CLE-MAT
                           END-IF
                           MOVE SPACE TO D-NIVEAU
                           IF WS-CLASSES-ACTIF = 'T'
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > CL-LGHT
                                   OR D-NIVEAU NOT = SPACE
                                   IF CL-CLASS(WS-IDX) = HT-CLASS
                                       MOVE CL-NIVEAU(WS-IDX)
                                           TO D-NIVEAU
                                   END-IF
                               END-PERFORM
                               IF D-NIVEAU = SPACE
                                   ADD 1 TO WS-CNT-SANS-NIVEAU
                               END-IF
                           END-IF
                           MOVE REC-F-HISTTERM TO D-HIST
                           RELEASE REC-TRI-D

                       END-IF

               END-READ

           END-PERFORM.

           CLOSE F-HISTTERM.

      ******************************************************************
      *    Note d'une matiere de l'eleve en cours : une seule note par
      *    code, la derniere lue l'emporte.
      ******************************************************************
       RANGER-NOTE-ELEVE.

           MOVE 0 TO WS-MAT-SLOT.
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
               UNTIL WS-IDX-MAT > EL-MAT-LGHT
               OR WS-MAT-SLOT > 0
               IF EL-MAT-CODE(WS-IDX-MAT) = YD-CODE
                   MOVE WS-IDX-MAT TO WS-MAT-SLOT
               END-IF
           END-PERFORM.

           IF WS-MAT-SLOT = 0
               IF EL-MAT-LGHT >= 30
                   ADD 1 TO WS-CNT-IGNOREES
               ELSE
                   ADD 1 TO EL-MAT-LGHT
                   MOVE EL-MAT-LGHT TO WS-MAT-SLOT
               END-IF
           END-IF.

           IF WS-MAT-SLOT > 0
               MOVE YD-CODE TO EL-MAT-CODE(WS-MAT-SLOT)
               MOVE YD-LABEL TO EL-MAT-LABEL(WS-MAT-SLOT)
               MOVE YD-GRADE TO EL-MAT-GRADE(WS-MAT-SLOT)
           END-IF.

      ******************************************************************
      *    Fin d'eleve : cumul dans le groupe etablissement x niveau
      *    de son entete. Un eleve sans entete sur la periode n'a pas
      *    de moyenne : il n'est pas compte.
      ******************************************************************
       CUMULER-ELEVE.

           IF EL-ENTETE = 'F'
               ADD 1 TO WS-CNT-SANS-ENTETE
           ELSE

               MOVE 0 TO WS-GR-SLOT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > GR-LGHT
                   OR WS-GR-SLOT > 0
                   IF GR-ECOLE(WS-IDX) = EL-ECOLE
                       AND GR-NIVEAU(WS-IDX) = EL-NIVEAU
                       MOVE WS-IDX TO WS-GR-SLOT
                   END-IF
               END-PERFORM

               IF WS-GR-SLOT = 0
                   IF GR-LGHT >= 200
                       DISPLAY "ATTENTION : CAPACITE ETABLISSEMENTS-"
                           "NIVEAUX MAXIMALE ATTEINTE (200), ELEVE "
                           "IGNORE : " EL-ECOLE " " EL-STUDENT-ID
                       ADD 1 TO WS-CNT-IGNOREES
                   ELSE
                       ADD 1 TO GR-LGHT
                       ADD 1 TO WS-CNT-GROUPES
                       MOVE GR-LGHT TO WS-GR-SLOT
                       MOVE EL-ECOLE TO GR-ECOLE(GR-LGHT)
                       MOVE EL-NIVEAU TO GR-NIVEAU(GR-LGHT)
                       MOVE 0 TO GR-ELEVES(GR-LGHT)
                       MOVE 0 TO GR-SOMME(GR-LGHT)
                       MOVE 0 TO GR-RECUS(GR-LGHT)
                       MOVE 0 TO GR-RATTRAPAGE(GR-LGHT)
                       MOVE 0 TO GR-NOTES(GR-LGHT)
                       MOVE 0 TO GR-ABSENCES(GR-LGHT)
                       MOVE 0 TO GR-MOYENNE(GR-LGHT)
                       MOVE 0 TO GR-TAUX(GR-LGHT)
                       MOVE 0 TO GR-ECART(GR-LGHT)
                       MOVE 0 TO GR-MAT-LGHT(GR-LGHT)
                       PERFORM AJOUTER-NIVEAU
                   END-IF
               END-IF

               IF WS-GR-SLOT > 0
                   ADD 1 TO WS-CNT-ELEVES
                   ADD 1 TO GR-ELEVES(WS-GR-SLOT)
                   ADD EL-MOYENNE TO GR-SOMME(WS-GR-SLOT)
                   IF EL-MOYENNE >= WS-SEUIL-REUSSITE
                       ADD 1 TO GR-RECUS(WS-GR-SLOT)
                   ELSE IF EL-MOYENNE >= WS-RATTRA-SEUIL
                       ADD 1 TO GR-RATTRAPAGE(WS-GR-SLOT)
                   END-IF END-IF
                   PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                       UNTIL WS-IDX-MAT > EL-MAT-LGHT
                       PERFORM CUMULER-MATIERE
                   END-PERFORM
               END-IF

           END-IF.

      ******************************************************************
      *    Note WS-IDX-MAT de l'eleve dans son groupe : toute matiere
      *    compte pour le taux d'absence, seules les notes chiffrees
      *    pour la moyenne. Les matieres du groupe sont tenues dans
      *    l'ordre des codes.
      ******************************************************************
       CUMULER-MATIERE.

           IF EL-MAT-GRADE(WS-IDX-MAT) NOT = SPACE
               ADD 1 TO GR-NOTES(WS-GR-SLOT)
           END-IF.

           IF EL-MAT-GRADE(WS-IDX-MAT) = SPACE
               OR FUNCTION TRIM(EL-MAT-GRADE(WS-IDX-MAT)) = "DISP"
               CONTINUE
           ELSE IF FUNCTION TRIM(EL-MAT-GRADE(WS-IDX-MAT)) = "ABS"
               ADD 1 TO GR-ABSENCES(WS-GR-SLOT)
           ELSE

               MOVE 0 TO WS-MAT-SLOT
               MOVE 'F' TO WS-MAT-TROUVEE
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > GR-MAT-LGHT(WS-GR-SLOT)
                   OR WS-MAT-SLOT > 0
                   IF GR-MAT-CODE(WS-GR-SLOT, WS-IDX-2)
                       >= EL-MAT-CODE(WS-IDX-MAT)
                       MOVE WS-IDX-2 TO WS-MAT-SLOT
                       IF GR-MAT-CODE(WS-GR-SLOT, WS-IDX-2)
                           = EL-MAT-CODE(WS-IDX-MAT)
                           MOVE 'T' TO WS-MAT-TROUVEE
                       END-IF
                   END-IF
               END-PERFORM

      *        Matiere nouvelle pour le groupe : inseree a sa place,
      *        les suivantes decalees d'un rang.
               IF WS-MAT-TROUVEE = 'F'
                   IF GR-MAT-LGHT(WS-GR-SLOT) >= 30
                       ADD 1 TO WS-CNT-IGNOREES
                       MOVE 0 TO WS-MAT-SLOT
                   ELSE
                       IF WS-MAT-SLOT = 0
                           COMPUTE WS-MAT-SLOT =
                               GR-MAT-LGHT(WS-GR-SLOT) + 1
                       END-IF
                       PERFORM VARYING WS-IDX-2
                           FROM GR-MAT-LGHT(WS-GR-SLOT) BY -1
                           UNTIL WS-IDX-2 < WS-MAT-SLOT
                           MOVE GR-MATIERE(WS-GR-SLOT, WS-IDX-2)
                               TO GR-MATIERE(WS-GR-SLOT, WS-IDX-2 + 1)
                       END-PERFORM
                       ADD 1 TO GR-MAT-LGHT(WS-GR-SLOT)
                       MOVE EL-MAT-CODE(WS-IDX-MAT)
                           TO GR-MAT-CODE(WS-GR-SLOT, WS-MAT-SLOT)
                       MOVE EL-MAT-LABEL(WS-IDX-MAT)
                           TO GR-MAT-LABEL(WS-GR-SLOT, WS-MAT-SLOT)
                       MOVE 0 TO GR-MAT-SOMME(WS-GR-SLOT, WS-MAT-SLOT)
                       MOVE 0 TO GR-MAT-CNT(WS-GR-SLOT, WS-MAT-SLOT)
                   END-IF
               END-IF

               IF WS-MAT-SLOT > 0
                   COMPUTE WS-GRADE-VALUE =
                       FUNCTION NUMVAL(EL-MAT-GRADE(WS-IDX-MAT))
                   ADD WS-GRADE-VALUE
                       TO GR-MAT-SOMME(WS-GR-SLOT, WS-MAT-SLOT)
                   ADD 1 TO GR-MAT-CNT(WS-GR-SLOT, WS-MAT-SLOT)
               END-IF

           END-IF END-IF.

      ******************************************************************
      *    Niveau d'un nouveau groupe ajoute a la table des niveaux de
      *    la periode, dans l'ordre alphabetique.
      ******************************************************************
       AJOUTER-NIVEAU.

           MOVE 0 TO WS-IDX-NV.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > NV-LGHT
               OR WS-IDX-NV > 0
               IF NV-NIVEAU(WS-IDX-2) >= EL-NIVEAU
                   MOVE WS-IDX-2 TO WS-IDX-NV
               END-IF
           END-PERFORM.

           IF WS-IDX-NV > 0
               AND NV-NIVEAU(WS-IDX-NV) = EL-NIVEAU
               CONTINUE
           ELSE IF NV-LGHT >= 20
               DISPLAY "ATTENTION : CAPACITE NIVEAUX MAXIMALE "
                   "ATTEINTE (20), NIVEAU NON EDITE : " EL-NIVEAU
           ELSE
               IF WS-IDX-NV = 0
                   COMPUTE WS-IDX-NV = NV-LGHT + 1
               END-IF
               PERFORM VARYING WS-IDX-2 FROM NV-LGHT BY -1
                   UNTIL WS-IDX-2 < WS-IDX-NV
                   MOVE NV-ENTREE(WS-IDX-2) TO NV-ENTREE(WS-IDX-2 + 1)
               END-PERFORM
               ADD 1 TO NV-LGHT
               MOVE EL-NIVEAU TO NV-NIVEAU(WS-IDX-NV)
               MOVE 0 TO NV-MOYENNE(WS-IDX-NV)
               MOVE 0 TO NV-TAUX(WS-IDX-NV)
           END-IF END-IF.

      ******************************************************************
      *    Edition d'une periode : pour chaque niveau, les chiffres de
      *    chaque etablissement face au district, puis les moyennes
      *    par matiere face a celles du district.
      ******************************************************************
       EDITER-PERIODE.

           MOVE PR-PERIODE(WS-RANG-PER) TO DRP-TITRE-PERIODE.
           MOVE DRP-LIGNE-SEP TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-TITRE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE SPACE TO WS-OUT-LINE.
           MOVE WS-SEUIL-REUSSITE TO WS-MOYENNE-ED.
           MOVE WS-TOL-MOYENNE TO WS-TOL-ED.
           MOVE WS-TOL-TAUX TO WS-TAUX-ED.
           STRING "SEUIL DE REUSSITE : " DELIMITED BY SIZE
                   WS-MOYENNE-ED DELIMITED BY SIZE
                   "   TOLERANCES : " DELIMITED BY SIZE
                   WS-TOL-ED DELIMITED BY SIZE
                   " POINT(S) DE MOYENNE, " DELIMITED BY SIZE
                   WS-TAUX-ED DELIMITED BY SIZE
                   " POINT(S) DE TAUX DE REUSSITE" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-SEP TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           PERFORM VARYING WS-IDX-NV FROM 1 BY 1
               UNTIL WS-IDX-NV > NV-LGHT
               PERFORM EDITER-NIVEAU
           END-PERFORM.

           MOVE SPACE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Un niveau de la periode : chiffres du district (tous les
      *    etablissements du niveau), puis une ligne par etablissement
      *    avec son ecart au district et son evolution depuis la
      *    periode precedente.
      ******************************************************************
       EDITER-NIVEAU.

           MOVE NV-NIVEAU(WS-IDX-NV) TO WS-NIVEAU-CHERCHE.
           MOVE 0 TO WS-DN-ELEVES.
           MOVE 0 TO WS-DN-SOMME.
           MOVE 0 TO WS-DN-RECUS.
           MOVE 0 TO WS-DN-RATTRAPAGE.
           MOVE 0 TO WS-DN-NOTES.
           MOVE 0 TO WS-DN-ABSENCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GR-LGHT
               IF GR-NIVEAU(WS-IDX) = WS-NIVEAU-CHERCHE
                   ADD GR-ELEVES(WS-IDX) TO WS-DN-ELEVES
                   ADD GR-SOMME(WS-IDX) TO WS-DN-SOMME
                   ADD GR-RECUS(WS-IDX) TO WS-DN-RECUS
                   ADD GR-RATTRAPAGE(WS-IDX) TO WS-DN-RATTRAPAGE
                   ADD GR-NOTES(WS-IDX) TO WS-DN-NOTES
                   ADD GR-ABSENCES(WS-IDX) TO WS-DN-ABSENCES
               END-IF
           END-PERFORM.
           IF WS-DN-ELEVES > 0
               COMPUTE NV-MOYENNE(WS-IDX-NV) ROUNDED =
                   WS-DN-SOMME / WS-DN-ELEVES
               COMPUTE NV-TAUX(WS-IDX-NV) ROUNDED =
                   WS-DN-RECUS * 100 / WS-DN-ELEVES
           END-IF.

           MOVE SPACE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE SPACE TO WS-OUT-LINE.
           IF WS-NIVEAU-CHERCHE = SPACE
               MOVE "NIVEAU : NON REFERENCE" TO WS-OUT-LINE
           ELSE
               STRING "NIVEAU : " DELIMITED BY SIZE
                       WS-NIVEAU-CHERCHE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-ENTETE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-TIRETS TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           PERFORM VARYING WS-GR-SLOT FROM 1 BY 1
               UNTIL WS-GR-SLOT > GR-LGHT
               IF GR-NIVEAU(WS-GR-SLOT) = WS-NIVEAU-CHERCHE
                   PERFORM EDITER-ETABLISSEMENT
               END-IF
           END-PERFORM.

      *    Ligne du district pour le niveau, avec son evolution.
           MOVE SPACE TO DRP-LIGNE-ETAB.
           MOVE "DISTRICT" TO DRP-ETAB.
           MOVE WS-DN-ELEVES TO WS-EFFECTIF-ED.
           MOVE WS-EFFECTIF-ED TO DRP-ELEVES.
           MOVE NV-MOYENNE(WS-IDX-NV) TO WS-MOYENNE-ED.
           MOVE WS-MOYENNE-ED TO DRP-MOYENNE.
           MOVE NV-TAUX(WS-IDX-NV) TO WS-TAUX-ED.
           MOVE WS-TAUX-ED TO DRP-TAUX.
           MOVE 0 TO WS-TAUX-CALC.
           IF WS-DN-ELEVES > 0
               COMPUTE WS-TAUX-CALC ROUNDED =
                   WS-DN-RATTRAPAGE * 100 / WS-DN-ELEVES
           END-IF.
           MOVE WS-TAUX-CALC TO WS-TAUX-ED.
           MOVE WS-TAUX-ED TO DRP-RATTRA.
           MOVE 0 TO WS-TAUX-CALC.
           IF WS-DN-NOTES > 0
               COMPUTE WS-TAUX-CALC ROUNDED =
                   WS-DN-ABSENCES * 100 / WS-DN-NOTES
           END-IF.
           MOVE WS-TAUX-CALC TO WS-TAUX-ED.
           MOVE WS-TAUX-ED TO DRP-ABSENCE.
           PERFORM VARYING WS-IDX-PG FROM 1 BY 1
               UNTIL WS-IDX-PG > PN-LGHT
               IF PN-NIVEAU(WS-IDX-PG) = WS-NIVEAU-CHERCHE
                   COMPUTE WS-EVOL-CALC =
                       NV-MOYENNE(WS-IDX-NV) - PN-MOYENNE(WS-IDX-PG)
                   MOVE WS-EVOL-CALC TO WS-ECART-ED
                   MOVE WS-ECART-ED TO DRP-EVOL-MOY
                   COMPUTE WS-EVOL-TAUX =
                       NV-TAUX(WS-IDX-NV) - PN-TAUX(WS-IDX-PG)
                   MOVE WS-EVOL-TAUX TO WS-ECART-TAUX-ED
                   MOVE WS-ECART-TAUX-ED TO DRP-EVOL-TAUX
               END-IF
           END-PERFORM.
           MOVE DRP-LIGNE-TIRETS TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-ETAB TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      *    Moyennes par matiere : chaque etablissement face a la
      *    moyenne du district sur les memes notes du niveau.
           MOVE SPACE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-ENTETE-MAT TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE DRP-LIGNE-TIRETS TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           PERFORM VARYING WS-GR-SLOT FROM 1 BY 1
               UNTIL WS-GR-SLOT > GR-LGHT
               IF GR-NIVEAU(WS-GR-SLOT) = WS-NIVEAU-CHERCHE
                   PERFORM VARYING WS-MAT-SLOT FROM 1 BY 1
                       UNTIL WS-MAT-SLOT > GR-MAT-LGHT(WS-GR-SLOT)
                       PERFORM EDITER-MATIERE
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Ligne d'un etablissement du niveau : effectif, moyenne et
      *    taux, ecart au district, evolution depuis la periode
      *    precedente (moyenne, taux de reussite, et ecart au district
      *    : un ecart qui grandit signale un etablissement qui se
      *    detache).
      ******************************************************************
       EDITER-ETABLISSEMENT.

           COMPUTE GR-MOYENNE(WS-GR-SLOT) ROUNDED =
               GR-SOMME(WS-GR-SLOT) / GR-ELEVES(WS-GR-SLOT).
           COMPUTE GR-TAUX(WS-GR-SLOT) ROUNDED =
               GR-RECUS(WS-GR-SLOT) * 100 / GR-ELEVES(WS-GR-SLOT).
           COMPUTE GR-ECART(WS-GR-SLOT) =
               GR-MOYENNE(WS-GR-SLOT) - NV-MOYENNE(WS-IDX-NV).
           COMPUTE WS-ECART-TAUX =
               GR-TAUX(WS-GR-SLOT) - NV-TAUX(WS-IDX-NV).

           MOVE SPACE TO DRP-LIGNE-ETAB.
           MOVE GR-ECOLE(WS-GR-SLOT) TO DRP-ETAB.
           MOVE GR-ELEVES(WS-GR-SLOT) TO WS-EFFECTIF-ED.
           MOVE WS-EFFECTIF-ED TO DRP-ELEVES.
           MOVE GR-MOYENNE(WS-GR-SLOT) TO WS-MOYENNE-ED.
           MOVE WS-MOYENNE-ED TO DRP-MOYENNE.
           MOVE GR-ECART(WS-GR-SLOT) TO WS-ECART-ED.
           MOVE WS-ECART-ED TO DRP-ECART-MOY.
           MOVE GR-TAUX(WS-GR-SLOT) TO WS-TAUX-ED.
           MOVE WS-TAUX-ED TO DRP-TAUX.
           MOVE WS-ECART-TAUX TO WS-ECART-TAUX-ED.
           MOVE WS-ECART-TAUX-ED TO DRP-ECART-TAUX.
           COMPUTE WS-TAUX-CALC ROUNDED =
               GR-RATTRAPAGE(WS-GR-SLOT) * 100 / GR-ELEVES(WS-GR-SLOT).
           MOVE WS-TAUX-CALC TO WS-TAUX-ED.
           MOVE WS-TAUX-ED TO DRP-RATTRA.
           MOVE 0 TO WS-TAUX-CALC.
           IF GR-NOTES(WS-GR-SLOT) > 0
               COMPUTE WS-TAUX-CALC ROUNDED =
                   GR-ABSENCES(WS-GR-SLOT) * 100
                   / GR-NOTES(WS-GR-SLOT)
           END-IF.
           MOVE WS-TAUX-CALC TO WS-TAUX-ED.
           MOVE WS-TAUX-ED TO DRP-ABSENCE.

           MOVE 'F' TO WS-PRECEDENT.
           PERFORM VARYING WS-IDX-PG FROM 1 BY 1
               UNTIL WS-IDX-PG > PG-LGHT
               OR WS-PRECEDENT = 'T'
               IF PG-ECOLE(WS-IDX-PG) = GR-ECOLE(WS-GR-SLOT)
                   AND PG-NIVEAU(WS-IDX-PG) = WS-NIVEAU-CHERCHE
                   MOVE 'T' TO WS-PRECEDENT
                   COMPUTE WS-EVOL-CALC =
                       GR-MOYENNE(WS-GR-SLOT) - PG-MOYENNE(WS-IDX-PG)
                   MOVE WS-EVOL-CALC TO WS-ECART-ED
                   MOVE WS-ECART-ED TO DRP-EVOL-MOY
                   COMPUTE WS-EVOL-TAUX =
                       GR-TAUX(WS-GR-SLOT) - PG-TAUX(WS-IDX-PG)
                   MOVE WS-EVOL-TAUX TO WS-ECART-TAUX-ED
                   MOVE WS-ECART-TAUX-ED TO DRP-EVOL-TAUX
                   COMPUTE WS-EVOL-CALC =
                       GR-ECART(WS-GR-SLOT) - PG-ECART(WS-IDX-PG)
                   MOVE WS-EVOL-CALC TO WS-ECART-ED
                   MOVE WS-ECART-ED TO DRP-EVOL-ECART
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-SIGNAL.
           IF FUNCTION ABS(GR-ECART(WS-GR-SLOT)) > WS-TOL-MOYENNE
               AND FUNCTION ABS(WS-ECART-TAUX) > WS-TOL-TAUX
               MOVE "** ECART MOYENNE ET REUSSITE" TO WS-SIGNAL
           ELSE IF FUNCTION ABS(GR-ECART(WS-GR-SLOT)) > WS-TOL-MOYENNE
               MOVE "** ECART MOYENNE" TO WS-SIGNAL
           ELSE IF FUNCTION ABS(WS-ECART-TAUX) > WS-TOL-TAUX
               MOVE "** ECART REUSSITE" TO WS-SIGNAL
           END-IF END-IF END-IF.
           IF WS-SIGNAL NOT = SPACE
               ADD 1 TO WS-CNT-SIGNAL-ETAB
           END-IF.
           MOVE WS-SIGNAL TO DRP-SIGNAL.

           MOVE DRP-LIGNE-ETAB TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Ligne matiere WS-MAT-SLOT du groupe WS-GR-SLOT face a la
      *    moyenne du district pour le meme code et le meme niveau.
      ******************************************************************
       EDITER-MATIERE.

           MOVE SPACE TO DRP-LIGNE-MAT.
           MOVE GR-ECOLE(WS-GR-SLOT) TO DRP-MAT-ETAB.
           MOVE GR-MAT-CODE(WS-GR-SLOT, WS-MAT-SLOT) TO DRP-MAT-CODE.
           MOVE GR-MAT-LABEL(WS-GR-SLOT, WS-MAT-SLOT)
               TO DRP-MAT-LABEL.
           MOVE GR-MAT-CNT(WS-GR-SLOT, WS-MAT-SLOT) TO WS-EFFECTIF-ED.
           MOVE WS-EFFECTIF-ED TO DRP-MAT-NOTES.

           IF GR-MAT-CNT(WS-GR-SLOT, WS-MAT-SLOT) > 0

               COMPUTE WS-MAT-MOYENNE ROUNDED =
                   GR-MAT-SOMME(WS-GR-SLOT, WS-MAT-SLOT)
                   / GR-MAT-CNT(WS-GR-SLOT, WS-MAT-SLOT)
               MOVE WS-MAT-MOYENNE TO WS-MOYENNE-ED
               MOVE WS-MOYENNE-ED TO DRP-MAT-MOYENNE

               MOVE GR-MAT-CODE(WS-GR-SLOT, WS-MAT-SLOT)
                   TO WS-CODE-CHERCHE
               MOVE 0 TO WS-DN-MAT-SOMME
               MOVE 0 TO WS-DN-MAT-CNT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > GR-LGHT
                   IF GR-NIVEAU(WS-IDX) = WS-NIVEAU-CHERCHE
                       PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2 > GR-MAT-LGHT(WS-IDX)
                           IF GR-MAT-CODE(WS-IDX, WS-IDX-2)
                               = WS-CODE-CHERCHE
                               ADD GR-MAT-SOMME(WS-IDX, WS-IDX-2)
                                   TO WS-DN-MAT-SOMME
                               ADD GR-MAT-CNT(WS-IDX, WS-IDX-2)
                                   TO WS-DN-MAT-CNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM

               COMPUTE WS-MOYENNE-CALC ROUNDED =
                   WS-DN-MAT-SOMME / WS-DN-MAT-CNT
               MOVE WS-MOYENNE-CALC TO WS-MOYENNE-ED
               MOVE WS-MOYENNE-ED TO DRP-MAT-DISTRICT
               COMPUTE WS-ECART-CALC =
                   WS-MAT-MOYENNE - WS-MOYENNE-CALC
               MOVE WS-ECART-CALC TO WS-ECART-ED
               MOVE WS-ECART-ED TO DRP-MAT-ECART
               IF FUNCTION ABS(WS-ECART-CALC) > WS-TOL-MOYENNE
                   MOVE "** ECART MATIERE" TO DRP-MAT-SIGNAL
                   ADD 1 TO WS-CNT-SIGNAL-MAT
               END-IF

           END-IF.

           MOVE DRP-LIGNE-MAT TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Fin de periode : ses chiffres deviennent la reference de
      *    l'evolution pour la periode suivante.
      ******************************************************************
       MEMORISER-PERIODE.

           MOVE 0 TO PG-LGHT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GR-LGHT
               ADD 1 TO PG-LGHT
               MOVE GR-ECOLE(WS-IDX) TO PG-ECOLE(PG-LGHT)
               MOVE GR-NIVEAU(WS-IDX) TO PG-NIVEAU(PG-LGHT)
               MOVE GR-MOYENNE(WS-IDX) TO PG-MOYENNE(PG-LGHT)
               MOVE GR-TAUX(WS-IDX) TO PG-TAUX(PG-LGHT)
               MOVE GR-ECART(WS-IDX) TO PG-ECART(PG-LGHT)
           END-PERFORM.

           MOVE 0 TO PN-LGHT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NV-LGHT
               ADD 1 TO PN-LGHT
               MOVE NV-NIVEAU(WS-IDX) TO PN-NIVEAU(PN-LGHT)
               MOVE NV-MOYENNE(WS-IDX) TO PN-MOYENNE(PN-LGHT)
               MOVE NV-TAUX(WS-IDX) TO PN-TAUX(PN-LGHT)
           END-PERFORM.
