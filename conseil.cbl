      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conseil.
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

           SELECT F-CATALOG
               ASSIGN TO 'catalog.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

           SELECT F-CLASSES
               ASSIGN TO 'classes.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLS-CLASS
               FILE STATUS IS F-CLASSES-STATUS.

           SELECT S-TRI-G
               ASSIGN TO 'constri.tmp'.

           SELECT F-GRILLE-TRIE
               ASSIGN TO 'constri.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GRILLE-TRIE-STATUS.

           SELECT F-GRILLE
               ASSIGN TO 'grille.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GRILLE-STATUS.

           SELECT F-GRILLE-CSV
               ASSIGN TO 'grille.csv'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GRILLE-CSV-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.
      *    Historique des resultats ecrit par le traitement de nuit
      *    (voir PROGRAM-ID. student) : une entete '1' par eleve et
      *    par terme, une ligne '2' par matiere, des lignes '3' pour
      *    les evaluations, ignorees ici (la grille ne porte que la
      *    note de la matiere).
       FD  F-HISTTERM
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTTERM.
           03 HT-TYPE          PIC X(01).
           03 HT-PERIODE       PIC X(15).
           03 HT-ECOLE         PIC X(04).
           03 HT-STUDENT-ID    PIC 9(06).
           03 HT-CLASS         PIC X(05).
           03 HT-DONNEES       PIC X(38).

       FD  F-CONTROL
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-CONTROL       PIC X(80).

      *    Catalogue des matieres : les cartes EXCL peuvent porter un
      *    libelle, ramene ici a son code canonique.
       FD  F-CATALOG
           RECORD CONTAINS 56 CHARACTERS.

       01  REC-F-CATALOG.
           03 CAT-LABEL        PIC X(23).
           03 CAT-CODE         PIC X(08).
           03 CAT-OFF-LABEL    PIC X(23).
           03 CAT-COEF         PIC 9V9.

      *    Referentiel des classes : niveau et professeur principal
      *    portes en tete de la grille.
       FD  F-CLASSES
           RECORD CONTAINS 33 CHARACTERS.

       01  REC-F-CLASSES.
           03 CLS-CLASS        PIC X(05).
           03 CLS-NIVEAU       PIC X(05).
           03 CLS-PROF         PIC X(23).

      *    Tri de la periode retenue : une classe d'un etablissement,
      *    ses eleves par matricule, entete '1' devant les matieres
      *    '2', matieres par code.
       SD  S-TRI-G.

       01  REC-TRI-G.
           03 G-TYPE           PIC X(01).
           03 G-PERIODE        PIC X(15).
           03 G-ECOLE          PIC X(04).
           03 G-STUDENT-ID     PIC 9(06).
           03 G-CLASS          PIC X(05).
           03 G-DONNEES.
               05 G-CLE-MAT        PIC X(08).
               05 FILLER           PIC X(30).

       FD  F-GRILLE-TRIE
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-GRILLE-TRIE.
           03 Y-TYPE           PIC X(01).
           03 Y-PERIODE        PIC X(15).
           03 Y-ECOLE          PIC X(04).
           03 Y-STUDENT-ID     PIC 9(06).
           03 Y-CLASS          PIC X(05).
           03 Y-DONNEES.
               05 YH-LASTNAME      PIC X(12).
               05 YH-FIRSTNAME     PIC X(12).
               05 YH-AGE           PIC 9(02).
               05 YH-MOYENNE       PIC 99V99.
               05 FILLER           PIC X(08).
           03 Y-DONNEES-MAT REDEFINES Y-DONNEES.
               05 YD-CODE          PIC X(08).
               05 YD-LABEL         PIC X(23).
               05 YD-COEF          PIC 9V9.
               05 YD-GRADE         PIC X(05).

      *    Grille de synthese du conseil de classe, au format
      *    paysage : une ligne par eleve, une colonne par matiere.
       FD  F-GRILLE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-GRILLE        PIC X(132).

      *    La meme grille en texte delimite par des points-virgules,
      *    virgule decimale, a ouvrir dans un tableur.
       FD  F-GRILLE-CSV
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-GRILLE-CSV    PIC X(400).

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

       01  F-CATALOG-STATUS    PIC X(02) VALUE SPACE.
           88 F-CATALOG-STATUS-OK      VALUE '00'.

       01  F-CLASSES-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSES-STATUS-OK      VALUE '00'.

       01  F-GRILLE-TRIE-STATUS PIC X(02) VALUE SPACE.
           88 F-GRILLE-TRIE-STATUS-OK  VALUE '00'.

       01  F-GRILLE-STATUS     PIC X(02) VALUE SPACE.
           88 F-GRILLE-STATUS-OK       VALUE '00'.

       01  F-GRILLE-CSV-STATUS PIC X(02) VALUE SPACE.
           88 F-GRILLE-CSV-STATUS-OK   VALUE '00'.

      *    Regles de deliberation, memes cartes que le traitement de
      *    nuit : l'historique ne garde pas la decision du jury, elle
      *    est recalculee sur la moyenne et les notes de la periode.
      *    La carte CONSEI choisit l'etablissement (7:4, blanc = tous)
      *    et, en 11:15, la periode si elle differe de la carte
      *    PERIOD du traitement de nuit.
       01  WS-PARAMETRES.
           05 WS-SEUIL-REUSSITE    PIC 99V99   VALUE 10,00.
           05 WS-ELIMIN-SEUIL      PIC 99V99   VALUE 0.
           05 WS-RATTRA-SEUIL      PIC 99V99   VALUE 99,99.
           05 WS-PERIODE           PIC X(15)   VALUE SPACE.
           05 WS-ECOLE-DEMANDEE    PIC X(04)   VALUE SPACE.
           05 WS-EXCL-LGHT         PIC 9(03)   VALUE 0.
           05 WS-EXCL-ENTREE OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-EXCL-LGHT.
               10 WS-EXCL-CODE        PIC X(08).

      *    La classe en cours d'edition.
       01  DATA-CLASSE-GRILLE.
           05 GC-ECOLE         PIC X(04)   VALUE SPACE.
           05 GC-CLASS         PIC X(05)   VALUE SPACE.
           05 GC-NIVEAU        PIC X(05)   VALUE SPACE.
           05 GC-PROF          PIC X(23)   VALUE SPACE.
           05 GC-SOMME         PIC 9(05)V99 VALUE 0.
           05 GC-CNT           PIC 9(03)   VALUE 0.
           05 GC-MIN           PIC 99V99   VALUE 0.
           05 GC-MAX           PIC 99V99   VALUE 0.

      *    Colonnes de la grille : les matieres rencontrees dans la
      *    classe, dans l'ordre d'arrivee, avec leurs cumuls de
      *    pied (notes chiffrees seulement, ni ABS ni DISP).
       01  DATA-MATIERES-GRILLE.
           05 GM-LGHT              PIC 9(02)   VALUE 0.
           05 GM-ENTREE OCCURS 0 TO 30 TIMES
               DEPENDING ON GM-LGHT.
               10 GM-CODE          PIC X(08).
               10 GM-LABEL         PIC X(23).
               10 GM-COEF          PIC 9V9.
               10 GM-SOMME         PIC 9(05)V99.
               10 GM-CNT           PIC 9(03).
               10 GM-MIN           PIC 99V99.
               10 GM-MAX           PIC 99V99.

      *    Lignes de la grille : un eleve par ligne, une cellule par
      *    colonne de matiere (meme indice que DATA-MATIERES-GRILLE).
      *    Une ligne d'historique dupliquee ecrase sa cellule au lieu
      *    de compter deux fois.
       01  DATA-ELEVES-GRILLE.
           05 GE-LGHT              PIC 9(02)   VALUE 0.
           05 GE-ENTREE OCCURS 0 TO 60 TIMES
               DEPENDING ON GE-LGHT.
               10 GE-STUDENT-ID    PIC 9(06).
               10 GE-LASTNAME      PIC X(12).
               10 GE-FIRSTNAME     PIC X(12).
               10 GE-ENTETE        PIC X(01).
               10 GE-MOYENNE       PIC 99V99.
               10 GE-RANG          PIC 9(02).
               10 GE-ELIMINE       PIC X(01).
               10 GE-DECISION      PIC X(10).
               10 GE-NOTE          PIC X(05) OCCURS 30 TIMES.

      *    Ordre d'edition : matieres par code, eleves par rang.
       01  DATA-ORDRE-GRILLE.
           05 OM-SLOT              PIC 9(02)   OCCURS 30 TIMES.
           05 OE-SLOT              PIC 9(02)   OCCURS 60 TIMES.

       77  WS-GRI-FIN                  PIC X               VALUE 'F'.
       77  WS-CLASSE-FIN               PIC X               VALUE 'F'.
       77  WS-CATALOG-ACTIF            PIC X               VALUE 'F'.
       77  WS-CLASSES-ACTIF            PIC X               VALUE 'F'.
       77  WS-ELEVE-SLOT               PIC 9(02)           VALUE 0.
       77  WS-MAT-SLOT                 PIC 9(02)           VALUE 0.
       77  WS-IDX                      PIC 9(02)           VALUE 0.
       77  WS-IDX-2                    PIC 9(02)           VALUE 0.
       77  WS-EXCL-INDEX               PIC 9(03)           VALUE 0.
       77  WS-COURSE-EXCLUDED          PIC X               VALUE 'F'.
       77  WS-CLE-SLOT                 PIC 9(02)           VALUE 0.
       77  WS-AUTRE-SLOT               PIC 9(02)           VALUE 0.
       77  WS-PLACE                    PIC X               VALUE 'F'.
       77  WS-AVANT                    PIC X               VALUE 'F'.
       77  WS-GRADE-VALUE              PIC S99V99          VALUE 0.
       77  WS-MOYENNE-CALC             PIC 99V99           VALUE 0.
       77  WS-COLS-FEUILLE             PIC 9(02)           VALUE 8.
       77  WS-NB-FEUILLES              PIC 9(02)           VALUE 0.
       77  WS-FEUILLE                  PIC 9(02)           VALUE 0.
       77  WS-COL-DEBUT                PIC 9(02)           VALUE 0.
       77  WS-COL-FIN                  PIC 9(02)           VALUE 0.
       77  WS-COL                      PIC 9(02)           VALUE 0.
       77  WS-POS                      PIC 9(03)           VALUE 0.
       77  WS-PIED                     PIC 9(01)           VALUE 0.
       77  WS-PAGE-LEN                 PIC 9(02)           VALUE 48.
       77  WS-PAGE-CTR                 PIC 9(04)           VALUE 0.
       77  WS-LIGNE-CTR                PIC 9(02)           VALUE 0.
       77  WS-CSV-PTR                  PIC 9(03)           VALUE 0.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-CSV-LINE                 PIC X(400)          VALUE SPACE.
       77  WS-CELLULE                  PIC X(10)           VALUE SPACE.
       77  WS-MOYENNE-ED               PIC Z9,99.
       77  WS-COEF-ED                  PIC 9,9.
       77  WS-RANG-ED                  PIC Z9.
       77  WS-NUM-ED                   PIC Z9.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.

       01  WS-CNT-CONSEIL.
           05 WS-CNT-LUES          PIC 9(06) VALUE 0.
           05 WS-CNT-RETENUES      PIC 9(06) VALUE 0.
           05 WS-CNT-CLASSES       PIC 9(06) VALUE 0.
           05 WS-CNT-ELEVES        PIC 9(06) VALUE 0.
           05 WS-CNT-FEUILLES      PIC 9(06) VALUE 0.
           05 WS-CNT-IGNOREES      PIC 9(06) VALUE 0.
           05 WS-CNT-RECU          PIC 9(06) VALUE 0.
           05 WS-CNT-RATTRAPAGE    PIC 9(06) VALUE 0.
           05 WS-CNT-AJOURNE       PIC 9(06) VALUE 0.

       01  GRI-LIGNE-SEP       PIC X(132) VALUE ALL "=".

       01  GRI-LIGNE-TIRETS    PIC X(132) VALUE ALL "-".

       01  GRI-LIGNE-TITRE.
           05 FILLER           PIC X(40) VALUE
               "GRILLE DE SYNTHESE - CONSEIL DE CLASSE".
           05 FILLER           PIC X(11) VALUE "EDITE LE : ".
           05 GRI-TITRE-JJ     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 GRI-TITRE-MM     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 GRI-TITRE-AAAA   PIC X(04).
           05 FILLER           PIC X(57) VALUE SPACE.
           05 FILLER           PIC X(07) VALUE "PAGE : ".
           05 GRI-TITRE-PAGE   PIC ZZZ9.
           05 FILLER           PIC X(03) VALUE SPACE.

       01  GRI-LIGNE-CLASSE.
           05 FILLER           PIC X(10) VALUE "PERIODE : ".
           05 GRI-CLS-PERIODE  PIC X(15).
           05 FILLER           PIC X(09) VALUE "  ETAB : ".
           05 GRI-CLS-ECOLE    PIC X(04).
           05 FILLER           PIC X(11) VALUE "  CLASSE : ".
           05 GRI-CLS-CLASSE   PIC X(05).
           05 FILLER           PIC X(11) VALUE "  NIVEAU : ".
           05 GRI-CLS-NIVEAU   PIC X(05).
           05 FILLER           PIC X(26) VALUE
               "  PROFESSEUR PRINCIPAL : ".
           05 GRI-CLS-PROF     PIC X(23).
           05 FILLER           PIC X(13) VALUE SPACE.

       01  GRI-LIGNE-FEUILLE.
           05 FILLER           PIC X(10) VALUE "FEUILLE : ".
           05 GRI-FEU-NUM      PIC Z9.
           05 FILLER           PIC X(03) VALUE " / ".
           05 GRI-FEU-NB       PIC Z9.
           05 FILLER           PIC X(14) VALUE "  MATIERES : ".
           05 GRI-FEU-DEBUT    PIC Z9.
           05 FILLER           PIC X(03) VALUE " A ".
           05 GRI-FEU-FIN      PIC Z9.
           05 FILLER           PIC X(06) VALUE " SUR ".
           05 GRI-FEU-TOTAL    PIC Z9.
           05 FILLER           PIC X(13) VALUE "  EFFECTIF : ".
           05 GRI-FEU-EFFECTIF PIC Z9.
           05 FILLER           PIC X(71) VALUE SPACE.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Sans historique, pas de grille : le fichier est alimente
      *    par le traitement de nuit a chaque terme.
           OPEN INPUT F-HISTTERM.
           IF NOT F-HISTTERM-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE histterm.dat IMPOSSIBLE, "
                   "STATUT " F-HISTTERM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE F-HISTTERM.

      *    Le catalogue ne sert qu'a resoudre les libelles des cartes
      *    EXCL : sans lui, une carte EXCL vaut code.
           OPEN INPUT F-CATALOG.
           IF F-CATALOG-STATUS-OK
               MOVE 'T' TO WS-CATALOG-ACTIF
           ELSE
               MOVE 'F' TO WS-CATALOG-ACTIF
               DISPLAY "ATTENTION : CATALOGUE ABSENT (STATUT "
                   F-CATALOG-STATUS "), CARTES EXCL PRISES COMME "
                   "CODES"
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

                           ELSE IF REC-F-CONTROL(1:5) = "EXCL "
                               IF WS-EXCL-LGHT >= 50
                                   DISPLAY
                                   "ATTENTION : CAPACITE EXCLUSIONS "
                                   "MAXIMALE ATTEINTE (50), LIGNE "
                                   "IGNOREE : " REC-F-CONTROL(6:23)
                               ELSE
                                   ADD 1 TO WS-EXCL-LGHT
                                   MOVE REC-F-CONTROL(6:8)
                                       TO WS-EXCL-CODE(WS-EXCL-LGHT)
                                   IF WS-CATALOG-ACTIF = 'T'
                                       MOVE REC-F-CONTROL(6:23)
                                           TO CAT-LABEL
                                       READ F-CATALOG
                                           NOT INVALID KEY
                                               MOVE CAT-CODE
                                                 TO WS-EXCL-CODE
                                                   (WS-EXCL-LGHT)
                                       END-READ
                                   END-IF
                               END-IF

                           ELSE IF REC-F-CONTROL(1:6) = "PERIOD"
                               IF WS-PERIODE = SPACE
                                   MOVE REC-F-CONTROL(7:15)
                                       TO WS-PERIODE
                               END-IF

                           ELSE IF REC-F-CONTROL(1:6) = "ELIMIN"
                               COMPUTE WS-ELIMIN-SEUIL =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(7:5))

                           ELSE IF REC-F-CONTROL(1:6) = "RATTRA"
                               COMPUTE WS-RATTRA-SEUIL =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(7:5))

      *                    Carte CONSEI : etablissement et periode de
      *                    la grille ; la periode l'emporte sur la
      *                    carte PERIOD, ou qu'elle soit placee.
                           ELSE IF REC-F-CONTROL(1:6) = "CONSEI"
                               MOVE REC-F-CONTROL(7:4)
                                   TO WS-ECOLE-DEMANDEE
                               IF REC-F-CONTROL(11:15) NOT = SPACE
                                   MOVE REC-F-CONTROL(11:15)
                                       TO WS-PERIODE
                               END-IF

                           END-IF END-IF END-IF END-IF END-IF
                           END-IF

                   END-READ

               END-PERFORM

               CLOSE F-CONTROL

           END-IF.

           IF WS-CATALOG-ACTIF = 'T'
               CLOSE F-CATALOG
           END-IF.

      *    Une grille sans periode designee n'a pas de sens : erreur
      *    d'exploitation, on s'arrete.
           IF WS-PERIODE = SPACE
               DISPLAY "ERREUR : AUCUNE PERIODE DESIGNEE (CARTE "
                   "PERIOD OU CONSEI)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Le referentiel des classes est facultatif : sans lui, ni
      *    niveau ni professeur principal en tete de grille.
           OPEN INPUT F-CLASSES.
           IF F-CLASSES-STATUS-OK
               MOVE 'T' TO WS-CLASSES-ACTIF
           ELSE
               MOVE 'F' TO WS-CLASSES-ACTIF
               DISPLAY "ATTENTION : REFERENTIEL DES CLASSES ABSENT "
                   "(STATUT " F-CLASSES-STATUS "), NIVEAU ET "
                   "PROFESSEUR NON EDITES"
           END-IF.

      *    Tri de la periode : une classe d'un etablissement, puis ses
      *    eleves, entete devant matieres.
           SORT S-TRI-G
               ASCENDING KEY G-ECOLE G-CLASS G-STUDENT-ID G-TYPE
                   G-CLE-MAT
               INPUT PROCEDURE IS SELECTIONNER-HISTORIQUE
               GIVING F-GRILLE-TRIE.

           OPEN INPUT F-GRILLE-TRIE.
           OPEN OUTPUT F-GRILLE.
           OPEN OUTPUT F-GRILLE-CSV.

           MOVE WS-DATE-JOUR(7:2) TO GRI-TITRE-JJ.
           MOVE WS-DATE-JOUR(5:2) TO GRI-TITRE-MM.
           MOVE WS-DATE-JOUR(1:4) TO GRI-TITRE-AAAA.

           MOVE 'F' TO WS-GRI-FIN.

           READ F-GRILLE-TRIE
               AT END
                   MOVE 'T' TO WS-GRI-FIN
           END-READ.

           PERFORM UNTIL WS-GRI-FIN = 'T'

      *        Debut de classe : remise a zero des tables de la
      *        grille, niveau et professeur principal du referentiel.
               MOVE Y-ECOLE TO GC-ECOLE
               MOVE Y-CLASS TO GC-CLASS
               MOVE SPACE TO GC-NIVEAU
               MOVE SPACE TO GC-PROF
               IF WS-CLASSES-ACTIF = 'T'
                   MOVE Y-CLASS TO CLS-CLASS
                   READ F-CLASSES
                       NOT INVALID KEY
                           MOVE CLS-NIVEAU TO GC-NIVEAU
                           MOVE CLS-PROF TO GC-PROF
                   END-READ
               END-IF
               MOVE 0 TO GM-LGHT
               MOVE 0 TO GE-LGHT
               MOVE 0 TO WS-ELEVE-SLOT
               MOVE 'F' TO WS-CLASSE-FIN

               PERFORM UNTIL WS-CLASSE-FIN = 'T'

                   IF Y-TYPE = '1'
                       PERFORM RANGER-ENTETE
                   ELSE
                       PERFORM RANGER-NOTE
                   END-IF

                   READ F-GRILLE-TRIE
                       AT END
                           MOVE 'T' TO WS-GRI-FIN
                           MOVE 'T' TO WS-CLASSE-FIN
                       NOT AT END
                           IF Y-ECOLE NOT = GC-ECOLE
                               OR Y-CLASS NOT = GC-CLASS
                               MOVE 'T' TO WS-CLASSE-FIN
                           END-IF
                   END-READ

               END-PERFORM

               IF GE-LGHT > 0
                   PERFORM EDITER-CLASSE
               END-IF

           END-PERFORM.

           IF WS-CLASSES-ACTIF = 'T'
               CLOSE F-CLASSES
           END-IF.

           IF WS-CNT-RETENUES = 0
               DISPLAY "ATTENTION : AUCUNE LIGNE D'HISTORIQUE POUR LA "
                   "PERIODE " WS-PERIODE
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Classes:" DELIMITED BY SIZE
                   WS-CNT-CLASSES DELIMITED BY SIZE
                   " Eleves:" DELIMITED BY SIZE
                   WS-CNT-ELEVES DELIMITED BY SIZE
                   " Feuilles:" DELIMITED BY SIZE
                   WS-CNT-FEUILLES DELIMITED BY SIZE
                   " Pages:" DELIMITED BY SIZE
                   WS-PAGE-CTR DELIMITED BY SIZE
                   " Ignorees:" DELIMITED BY SIZE
                   WS-CNT-IGNOREES DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           CLOSE F-GRILLE-TRIE.
           CLOSE F-GRILLE.
           CLOSE F-GRILLE-CSV.

           DISPLAY "Grilles du conseil de classe :".
           DISPLAY "  Periode               : " WS-PERIODE.
           IF WS-ECOLE-DEMANDEE = SPACE
               DISPLAY "  Etablissement         : TOUS"
           ELSE
               DISPLAY "  Etablissement         : " WS-ECOLE-DEMANDEE
           END-IF.
           DISPLAY "  Lignes d'historique   : " WS-CNT-LUES.
           DISPLAY "  Lignes retenues       : " WS-CNT-RETENUES.
           DISPLAY "  Classes editees       : " WS-CNT-CLASSES.
           DISPLAY "  Eleves                : " WS-CNT-ELEVES.
           DISPLAY "  Feuilles              : " WS-CNT-FEUILLES.
           DISPLAY "  Pages                 : " WS-PAGE-CTR.
           DISPLAY "  Lignes ignorees       : " WS-CNT-IGNOREES.
           DISPLAY "  Decisions recalculees :".
           DISPLAY "    Recus      : " WS-CNT-RECU.
           DISPLAY "    Rattrapage : " WS-CNT-RATTRAPAGE.
           DISPLAY "    Ajournes   : " WS-CNT-AJOURNE.

      *    Code retour pour l'ordonnanceur : 0 execution propre,
      *    4 periode vide ou lignes ignorees (capacite de la grille
      *    depassee), 8 historique absent ou periode non designee.
           IF WS-CNT-IGNOREES > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *    Procedure d'entree du tri : seules les entetes et les
      *    matieres de la periode, et de l'etablissement demande,
      *    sont retenues.
      ******************************************************************
       SELECTIONNER-HISTORIQUE.

           OPEN INPUT F-HISTTERM.

           PERFORM UNTIL F-HISTTERM-STATUS-EOF

               READ F-HISTTERM

                   AT END
                       SET F-HISTTERM-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-LUES
                       IF HT-PERIODE = WS-PERIODE
                           AND HT-TYPE NOT = '3'
                           AND (WS-ECOLE-DEMANDEE = SPACE
                           OR HT-ECOLE = WS-ECOLE-DEMANDEE)
                           ADD 1 TO WS-CNT-RETENUES
                           MOVE REC-F-HISTTERM TO REC-TRI-G
                           RELEASE REC-TRI-G
                       END-IF

               END-READ

           END-PERFORM.

           CLOSE F-HISTTERM.

      ******************************************************************
      *    Recherche de la ligne de l'eleve courant dans la grille,
      *    creee a sa premiere donnee : les lignes d'un eleve se
      *    suivent dans le tri, seule la derniere ligne est a
      *    comparer. Capacite depassee : WS-ELEVE-SLOT a 0.
      ******************************************************************
       CHERCHER-ELEVE.

           IF GE-LGHT > 0
               AND GE-STUDENT-ID(GE-LGHT) = Y-STUDENT-ID
               MOVE GE-LGHT TO WS-ELEVE-SLOT
           ELSE IF GE-LGHT >= 60
               DISPLAY "ATTENTION : CAPACITE GRILLE MAXIMALE "
                   "ATTEINTE (60), CLASSE " GC-CLASS
                   " ELEVE IGNORE : " Y-STUDENT-ID
               MOVE 0 TO WS-ELEVE-SLOT
           ELSE
               ADD 1 TO GE-LGHT
               MOVE GE-LGHT TO WS-ELEVE-SLOT
               MOVE Y-STUDENT-ID TO GE-STUDENT-ID(GE-LGHT)
               MOVE SPACE TO GE-LASTNAME(GE-LGHT)
               MOVE SPACE TO GE-FIRSTNAME(GE-LGHT)
               MOVE 'F' TO GE-ENTETE(GE-LGHT)
               MOVE 0 TO GE-MOYENNE(GE-LGHT)
               MOVE 0 TO GE-RANG(GE-LGHT)
               MOVE 'F' TO GE-ELIMINE(GE-LGHT)
               MOVE SPACE TO GE-DECISION(GE-LGHT)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 30
                   MOVE SPACE TO GE-NOTE(GE-LGHT, WS-IDX)
               END-PERFORM
           END-IF END-IF.

      ******************************************************************
      *    Entete de terme : identite et moyenne de l'eleve.
      ******************************************************************
       RANGER-ENTETE.

           PERFORM CHERCHER-ELEVE.

           IF WS-ELEVE-SLOT = 0
               ADD 1 TO WS-CNT-IGNOREES
           ELSE
               MOVE YH-LASTNAME TO GE-LASTNAME(WS-ELEVE-SLOT)
               MOVE YH-FIRSTNAME TO GE-FIRSTNAME(WS-ELEVE-SLOT)
               MOVE YH-MOYENNE TO GE-MOYENNE(WS-ELEVE-SLOT)
               MOVE 'T' TO GE-ENTETE(WS-ELEVE-SLOT)
           END-IF.

      ******************************************************************
      *    Ligne matiere : colonne de la matiere (creee a sa premiere
      *    apparition dans la classe) et cellule de l'eleve.
      ******************************************************************
       RANGER-NOTE.

           PERFORM CHERCHER-ELEVE.

           IF WS-ELEVE-SLOT = 0
               ADD 1 TO WS-CNT-IGNOREES
           ELSE

               MOVE 0 TO WS-MAT-SLOT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > GM-LGHT
                   OR WS-MAT-SLOT > 0
                   IF GM-CODE(WS-IDX) = YD-CODE
                       MOVE WS-IDX TO WS-MAT-SLOT
                   END-IF
               END-PERFORM

               IF WS-MAT-SLOT = 0
                   IF GM-LGHT >= 30
                       DISPLAY "ATTENTION : CAPACITE MATIERES "
                           "MAXIMALE ATTEINTE (30), CLASSE "
                           GC-CLASS " MATIERE IGNOREE : " YD-CODE
                   ELSE
                       ADD 1 TO GM-LGHT
                       MOVE GM-LGHT TO WS-MAT-SLOT
                       MOVE YD-CODE TO GM-CODE(GM-LGHT)
                       MOVE 0 TO GM-COEF(GM-LGHT)
                   END-IF
               END-IF

               IF WS-MAT-SLOT = 0
                   ADD 1 TO WS-CNT-IGNOREES
               ELSE
                   MOVE YD-LABEL TO GM-LABEL(WS-MAT-SLOT)
                   IF YD-COEF > 0
                       MOVE YD-COEF TO GM-COEF(WS-MAT-SLOT)
                   END-IF
                   MOVE YD-GRADE
                       TO GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT)
               END-IF

           END-IF.

      ******************************************************************
      *    Fin de classe : cumuls de pied, deliberation et rang de
      *    chaque eleve, ordre d'edition, puis une feuille par groupe
      *    de colonnes et la version delimitee.
      ******************************************************************
       EDITER-CLASSE.

           ADD 1 TO WS-CNT-CLASSES.
           ADD GE-LGHT TO WS-CNT-ELEVES.

           PERFORM CUMULER-CLASSE.

           PERFORM DELIBERER-CLASSE.

           PERFORM ORDONNER-GRILLE.

      *    Colonnes par feuille : au-dela, les matieres suivantes
      *    passent sur une feuille de plus, qui reprend l'identite,
      *    la moyenne, le rang et la decision de chaque eleve.
           COMPUTE WS-NB-FEUILLES =
               (GM-LGHT + WS-COLS-FEUILLE - 1) / WS-COLS-FEUILLE.
           IF WS-NB-FEUILLES = 0
               MOVE 1 TO WS-NB-FEUILLES
           END-IF.

           PERFORM VARYING WS-FEUILLE FROM 1 BY 1
               UNTIL WS-FEUILLE > WS-NB-FEUILLES
               COMPUTE WS-COL-DEBUT =
                   (WS-FEUILLE - 1) * WS-COLS-FEUILLE + 1
               COMPUTE WS-COL-FIN =
                   WS-FEUILLE * WS-COLS-FEUILLE
               IF WS-COL-FIN > GM-LGHT
                   MOVE GM-LGHT TO WS-COL-FIN
               END-IF
               PERFORM EDITER-FEUILLE
           END-PERFORM.

           PERFORM ECRIRE-CSV-CLASSE.

      ******************************************************************
      *    Cumuls de pied de grille : moyenne, minimum et maximum de
      *    chaque matiere sur les notes chiffrees, et de la moyenne
      *    generale sur les eleves portant une entete. Une note sous
      *    le plancher ELIMIN, hors matiere exclue, marque l'eleve.
      ******************************************************************
       CUMULER-CLASSE.

           MOVE 0 TO GC-SOMME.
           MOVE 0 TO GC-CNT.
           MOVE 0 TO GC-MIN.
           MOVE 0 TO GC-MAX.
           PERFORM VARYING WS-MAT-SLOT FROM 1 BY 1
               UNTIL WS-MAT-SLOT > GM-LGHT
               MOVE 0 TO GM-SOMME(WS-MAT-SLOT)
               MOVE 0 TO GM-CNT(WS-MAT-SLOT)
               MOVE 0 TO GM-MIN(WS-MAT-SLOT)
               MOVE 0 TO GM-MAX(WS-MAT-SLOT)
           END-PERFORM.

           PERFORM VARYING WS-ELEVE-SLOT FROM 1 BY 1
               UNTIL WS-ELEVE-SLOT > GE-LGHT

               IF GE-ENTETE(WS-ELEVE-SLOT) = 'T'
                   ADD GE-MOYENNE(WS-ELEVE-SLOT) TO GC-SOMME
                   ADD 1 TO GC-CNT
                   IF GC-CNT = 1
                       OR GE-MOYENNE(WS-ELEVE-SLOT) < GC-MIN
                       MOVE GE-MOYENNE(WS-ELEVE-SLOT) TO GC-MIN
                   END-IF
                   IF GC-CNT = 1
                       OR GE-MOYENNE(WS-ELEVE-SLOT) > GC-MAX
                       MOVE GE-MOYENNE(WS-ELEVE-SLOT) TO GC-MAX
                   END-IF
               END-IF

               PERFORM VARYING WS-MAT-SLOT FROM 1 BY 1
                   UNTIL WS-MAT-SLOT > GM-LGHT

                   IF GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT) NOT = SPACE
                       AND FUNCTION TRIM(
                           GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT))
                           NOT = "ABS"
                       AND FUNCTION TRIM(
                           GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT))
                           NOT = "DISP"

                       COMPUTE WS-GRADE-VALUE = FUNCTION NUMVAL(
                           GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT))
                       ADD WS-GRADE-VALUE TO GM-SOMME(WS-MAT-SLOT)
                       ADD 1 TO GM-CNT(WS-MAT-SLOT)
                       IF GM-CNT(WS-MAT-SLOT) = 1
                           OR WS-GRADE-VALUE < GM-MIN(WS-MAT-SLOT)
                           MOVE WS-GRADE-VALUE TO GM-MIN(WS-MAT-SLOT)
                       END-IF
                       IF GM-CNT(WS-MAT-SLOT) = 1
                           OR WS-GRADE-VALUE > GM-MAX(WS-MAT-SLOT)
                           MOVE WS-GRADE-VALUE TO GM-MAX(WS-MAT-SLOT)
                       END-IF

                       IF WS-ELIMIN-SEUIL > 0
                           AND WS-GRADE-VALUE < WS-ELIMIN-SEUIL
                           MOVE 'F' TO WS-COURSE-EXCLUDED
                           PERFORM VARYING WS-EXCL-INDEX
                               FROM 1 BY 1
                               UNTIL WS-EXCL-INDEX > WS-EXCL-LGHT
                               IF GM-CODE(WS-MAT-SLOT) =
                                   WS-EXCL-CODE(WS-EXCL-INDEX)
                                   MOVE 'T' TO WS-COURSE-EXCLUDED
                               END-IF
                           END-PERFORM
                           IF WS-COURSE-EXCLUDED = 'F'
                               MOVE 'T' TO GE-ELIMINE(WS-ELEVE-SLOT)
                           END-IF
                       END-IF

                   END-IF

               END-PERFORM

           END-PERFORM.

      ******************************************************************
      *    Decision et rang de chaque eleve. L'historique ne garde pas
      *    la decision du jury de terme : elle est rejouee avec les
      *    memes regles (note eliminatoire, seuil de reussite, bande
      *    de rattrapage, ajournement). Rang : 1 + nombre d'eleves de
      *    la classe de moyenne strictement superieure (ex aequo au
      *    meme rang) ; un eleve sans entete n'est pas classe.
      ******************************************************************
       DELIBERER-CLASSE.

           PERFORM VARYING WS-ELEVE-SLOT FROM 1 BY 1
               UNTIL WS-ELEVE-SLOT > GE-LGHT

               IF GE-ENTETE(WS-ELEVE-SLOT) = 'T'

                   IF GE-ELIMINE(WS-ELEVE-SLOT) = 'T'
                       MOVE "AJOURNE" TO GE-DECISION(WS-ELEVE-SLOT)
                       ADD 1 TO WS-CNT-AJOURNE
                   ELSE IF GE-MOYENNE(WS-ELEVE-SLOT)
                       >= WS-SEUIL-REUSSITE
                       MOVE "RECU" TO GE-DECISION(WS-ELEVE-SLOT)
                       ADD 1 TO WS-CNT-RECU
                   ELSE IF GE-MOYENNE(WS-ELEVE-SLOT)
                       >= WS-RATTRA-SEUIL
                       MOVE "RATTRAPAGE" TO GE-DECISION(WS-ELEVE-SLOT)
                       ADD 1 TO WS-CNT-RATTRAPAGE
                   ELSE
                       MOVE "AJOURNE" TO GE-DECISION(WS-ELEVE-SLOT)
                       ADD 1 TO WS-CNT-AJOURNE
                   END-IF END-IF END-IF

                   MOVE 1 TO GE-RANG(WS-ELEVE-SLOT)
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > GE-LGHT
                       IF GE-ENTETE(WS-IDX) = 'T'
                           AND GE-MOYENNE(WS-IDX)
                           > GE-MOYENNE(WS-ELEVE-SLOT)
                           ADD 1 TO GE-RANG(WS-ELEVE-SLOT)
                       END-IF
                   END-PERFORM

               END-IF

           END-PERFORM.

      ******************************************************************
      *    Ordre d'edition : colonnes par code matiere, lignes par
      *    rang (a rang egal, par matricule), eleves non classes en
      *    fin de grille. Tri par insertion sur les tables d'ordre.
      ******************************************************************
       ORDONNER-GRILLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GM-LGHT
               MOVE WS-IDX TO OM-SLOT(WS-IDX)
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 2 BY 1
               UNTIL WS-IDX > GM-LGHT
               MOVE OM-SLOT(WS-IDX) TO WS-CLE-SLOT
               MOVE WS-IDX TO WS-IDX-2
               MOVE 'F' TO WS-PLACE
               PERFORM UNTIL WS-IDX-2 <= 1 OR WS-PLACE = 'T'
                   MOVE OM-SLOT(WS-IDX-2 - 1) TO WS-AUTRE-SLOT
                   IF GM-CODE(WS-CLE-SLOT) < GM-CODE(WS-AUTRE-SLOT)
                       MOVE WS-AUTRE-SLOT TO OM-SLOT(WS-IDX-2)
                       SUBTRACT 1 FROM WS-IDX-2
                   ELSE
                       MOVE 'T' TO WS-PLACE
                   END-IF
               END-PERFORM
               MOVE WS-CLE-SLOT TO OM-SLOT(WS-IDX-2)
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GE-LGHT
               MOVE WS-IDX TO OE-SLOT(WS-IDX)
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 2 BY 1
               UNTIL WS-IDX > GE-LGHT
               MOVE OE-SLOT(WS-IDX) TO WS-CLE-SLOT
               MOVE WS-IDX TO WS-IDX-2
               MOVE 'F' TO WS-PLACE
               PERFORM UNTIL WS-IDX-2 <= 1 OR WS-PLACE = 'T'
                   MOVE OE-SLOT(WS-IDX-2 - 1) TO WS-AUTRE-SLOT
                   MOVE 'F' TO WS-AVANT
                   IF GE-ENTETE(WS-CLE-SLOT) = 'T'
                       IF GE-ENTETE(WS-AUTRE-SLOT) = 'F'
                           MOVE 'T' TO WS-AVANT
                       ELSE IF GE-MOYENNE(WS-CLE-SLOT)
                           > GE-MOYENNE(WS-AUTRE-SLOT)
                           MOVE 'T' TO WS-AVANT
                       END-IF END-IF
                   END-IF
                   IF WS-AVANT = 'T'
                       MOVE WS-AUTRE-SLOT TO OE-SLOT(WS-IDX-2)
                       SUBTRACT 1 FROM WS-IDX-2
                   ELSE
                       MOVE 'T' TO WS-PLACE
                   END-IF
               END-PERFORM
               MOVE WS-CLE-SLOT TO OE-SLOT(WS-IDX-2)
           END-PERFORM.

      ******************************************************************
      *    Une feuille de la grille : les colonnes WS-COL-DEBUT a
      *    WS-COL-FIN de l'ordre d'edition pour tous les eleves, sur
      *    autant de pages que l'effectif l'exige, pied de grille en
      *    fin de feuille.
      ******************************************************************
       EDITER-FEUILLE.

           ADD 1 TO WS-CNT-FEUILLES.

           PERFORM EDITER-ENTETE-PAGE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GE-LGHT

               IF WS-LIGNE-CTR >= WS-PAGE-LEN
                   PERFORM FINIR-PAGE
                   PERFORM EDITER-ENTETE-PAGE
               END-IF

               MOVE OE-SLOT(WS-IDX) TO WS-ELEVE-SLOT
               MOVE SPACE TO WS-OUT-LINE
               MOVE GE-STUDENT-ID(WS-ELEVE-SLOT) TO WS-OUT-LINE(1:6)
               MOVE GE-LASTNAME(WS-ELEVE-SLOT) TO WS-OUT-LINE(8:12)
               MOVE GE-FIRSTNAME(WS-ELEVE-SLOT) TO WS-OUT-LINE(21:12)

               PERFORM VARYING WS-COL FROM WS-COL-DEBUT BY 1
                   UNTIL WS-COL > WS-COL-FIN
                   MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
                   COMPUTE WS-POS =
                       34 + (WS-COL - WS-COL-DEBUT) * 9
                   MOVE GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT)
                       TO WS-OUT-LINE(WS-POS:5)
               END-PERFORM

               IF GE-ENTETE(WS-ELEVE-SLOT) = 'T'
                   MOVE GE-MOYENNE(WS-ELEVE-SLOT) TO WS-MOYENNE-ED
                   MOVE WS-MOYENNE-ED TO WS-OUT-LINE(106:5)
                   MOVE GE-RANG(WS-ELEVE-SLOT) TO WS-RANG-ED
                   MOVE WS-RANG-ED TO WS-OUT-LINE(113:2)
                   MOVE GE-DECISION(WS-ELEVE-SLOT)
                       TO WS-OUT-LINE(117:10)
               END-IF

               MOVE WS-OUT-LINE TO REC-F-GRILLE
               WRITE REC-F-GRILLE
               ADD 1 TO WS-LIGNE-CTR

           END-PERFORM.

      *    Le pied (quatre lignes) ne se separe pas : faute de place,
      *    il passe sur une page de plus, sous une nouvelle entete.
           IF WS-LIGNE-CTR > WS-PAGE-LEN - 4
               PERFORM FINIR-PAGE
               PERFORM EDITER-ENTETE-PAGE
           END-IF.

           MOVE GRI-LIGNE-TIRETS TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.
           ADD 1 TO WS-LIGNE-CTR.

           PERFORM VARYING WS-PIED FROM 1 BY 1
               UNTIL WS-PIED > 3

               MOVE SPACE TO WS-OUT-LINE
               IF WS-PIED = 1
                   MOVE "MOYENNE DE LA CLASSE" TO WS-OUT-LINE(8:25)
               ELSE IF WS-PIED = 2
                   MOVE "MINIMUM" TO WS-OUT-LINE(8:25)
               ELSE
                   MOVE "MAXIMUM" TO WS-OUT-LINE(8:25)
               END-IF END-IF

               PERFORM VARYING WS-COL FROM WS-COL-DEBUT BY 1
                   UNTIL WS-COL > WS-COL-FIN
                   MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
                   COMPUTE WS-POS =
                       34 + (WS-COL - WS-COL-DEBUT) * 9
                   PERFORM VALEUR-PIED-MATIERE
                   MOVE WS-CELLULE TO WS-OUT-LINE(WS-POS:5)
               END-PERFORM

               PERFORM VALEUR-PIED-CLASSE
               MOVE WS-CELLULE TO WS-OUT-LINE(106:5)

               MOVE WS-OUT-LINE TO REC-F-GRILLE
               WRITE REC-F-GRILLE
               ADD 1 TO WS-LIGNE-CTR

           END-PERFORM.

           PERFORM FINIR-PAGE.

      ******************************************************************
      *    Valeur de pied de la colonne WS-MAT-SLOT pour la ligne
      *    WS-PIED (1 moyenne, 2 minimum, 3 maximum), editee dans
      *    WS-CELLULE ; blanc si la matiere n'a aucune note chiffree.
      ******************************************************************
       VALEUR-PIED-MATIERE.

           MOVE SPACE TO WS-CELLULE.
           IF GM-CNT(WS-MAT-SLOT) > 0
               IF WS-PIED = 1
                   COMPUTE WS-MOYENNE-CALC ROUNDED =
                       GM-SOMME(WS-MAT-SLOT) / GM-CNT(WS-MAT-SLOT)
               ELSE IF WS-PIED = 2
                   MOVE GM-MIN(WS-MAT-SLOT) TO WS-MOYENNE-CALC
               ELSE
                   MOVE GM-MAX(WS-MAT-SLOT) TO WS-MOYENNE-CALC
               END-IF END-IF
               MOVE WS-MOYENNE-CALC TO WS-MOYENNE-ED
               MOVE WS-MOYENNE-ED TO WS-CELLULE
           END-IF.

      ******************************************************************
      *    Meme valeur de pied pour la moyenne generale des eleves.
      ******************************************************************
       VALEUR-PIED-CLASSE.

           MOVE SPACE TO WS-CELLULE.
           IF GC-CNT > 0
               IF WS-PIED = 1
                   COMPUTE WS-MOYENNE-CALC ROUNDED =
                       GC-SOMME / GC-CNT
               ELSE IF WS-PIED = 2
                   MOVE GC-MIN TO WS-MOYENNE-CALC
               ELSE
                   MOVE GC-MAX TO WS-MOYENNE-CALC
               END-IF END-IF
               MOVE WS-MOYENNE-CALC TO WS-MOYENNE-ED
               MOVE WS-MOYENNE-ED TO WS-CELLULE
           END-IF.

      ******************************************************************
      *    Entete de page de la grille : titre, classe, feuille,
      *    codes et coefficients des matieres de la feuille.
      ******************************************************************
       EDITER-ENTETE-PAGE.

           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO GRI-TITRE-PAGE.

           MOVE GRI-LIGNE-SEP TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.
           MOVE GRI-LIGNE-TITRE TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE WS-PERIODE TO GRI-CLS-PERIODE.
           MOVE GC-ECOLE TO GRI-CLS-ECOLE.
           MOVE GC-CLASS TO GRI-CLS-CLASSE.
           MOVE GC-NIVEAU TO GRI-CLS-NIVEAU.
           MOVE GC-PROF TO GRI-CLS-PROF.
           MOVE GRI-LIGNE-CLASSE TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE WS-FEUILLE TO GRI-FEU-NUM.
           MOVE WS-NB-FEUILLES TO GRI-FEU-NB.
           MOVE WS-COL-DEBUT TO GRI-FEU-DEBUT.
           MOVE WS-COL-FIN TO GRI-FEU-FIN.
           MOVE GM-LGHT TO GRI-FEU-TOTAL.
           MOVE GE-LGHT TO GRI-FEU-EFFECTIF.
           MOVE GRI-LIGNE-FEUILLE TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE GRI-LIGNE-SEP TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE SPACE TO WS-OUT-LINE.
           MOVE "MATRIC NOM          PRENOM" TO WS-OUT-LINE(1:32).
           PERFORM VARYING WS-COL FROM WS-COL-DEBUT BY 1
               UNTIL WS-COL > WS-COL-FIN
               MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
               COMPUTE WS-POS = 34 + (WS-COL - WS-COL-DEBUT) * 9
               MOVE GM-CODE(WS-MAT-SLOT) TO WS-OUT-LINE(WS-POS:8)
           END-PERFORM.
           MOVE "MOYEN RANG DECISION" TO WS-OUT-LINE(106:19).
           MOVE WS-OUT-LINE TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE SPACE TO WS-OUT-LINE.
           MOVE "COEFFICIENT" TO WS-OUT-LINE(21:12).
           PERFORM VARYING WS-COL FROM WS-COL-DEBUT BY 1
               UNTIL WS-COL > WS-COL-FIN
               MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
               COMPUTE WS-POS = 34 + (WS-COL - WS-COL-DEBUT) * 9
               MOVE GM-COEF(WS-MAT-SLOT) TO WS-COEF-ED
               MOVE WS-COEF-ED TO WS-OUT-LINE(WS-POS + 1:3)
           END-PERFORM.
           MOVE WS-OUT-LINE TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE GRI-LIGNE-TIRETS TO REC-F-GRILLE.
           WRITE REC-F-GRILLE.

           MOVE 8 TO WS-LIGNE-CTR.

      ******************************************************************
      *    Fin de page : completee en lignes blanches jusqu'a la
      *    longueur de page, pour que chaque grille commence en haut
      *    d'une feuille.
      ******************************************************************
       FINIR-PAGE.

           PERFORM UNTIL WS-LIGNE-CTR >= WS-PAGE-LEN
               MOVE SPACE TO REC-F-GRILLE
               WRITE REC-F-GRILLE
               ADD 1 TO WS-LIGNE-CTR
           END-PERFORM.

      ******************************************************************
      *    Version delimitee de la grille de la classe : une ligne de
      *    titres, une ligne par eleve dans l'ordre du rang, puis les
      *    trois lignes de pied. Toutes les matieres sur une meme
      *    ligne : le tableur n'a pas de largeur de page.
      ******************************************************************
       ECRIRE-CSV-CLASSE.

           MOVE SPACE TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING "ETAB;CLASSE;PERIODE;MATRICULE;NOM;PRENOM"
                   DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > GM-LGHT
               MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
               STRING ";" DELIMITED BY SIZE
                       GM-CODE(WS-MAT-SLOT) DELIMITED BY SPACE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-PERFORM.
           STRING ";MOYENNE;RANG;DECISION" DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.
           MOVE WS-CSV-LINE TO REC-F-GRILLE-CSV.
           WRITE REC-F-GRILLE-CSV.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > GE-LGHT

               MOVE OE-SLOT(WS-IDX) TO WS-ELEVE-SLOT
               MOVE SPACE TO WS-CSV-LINE
               MOVE 1 TO WS-CSV-PTR
               STRING GC-ECOLE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       GC-CLASS DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PERIODE) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       GE-STUDENT-ID(WS-ELEVE-SLOT) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
               IF GE-LASTNAME(WS-ELEVE-SLOT) NOT = SPACE
                   STRING FUNCTION TRIM(GE-LASTNAME(WS-ELEVE-SLOT))
                           DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF
               STRING ";" DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
               IF GE-FIRSTNAME(WS-ELEVE-SLOT) NOT = SPACE
                   STRING FUNCTION TRIM(GE-FIRSTNAME(WS-ELEVE-SLOT))
                           DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF

               PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > GM-LGHT
                   MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
                   MOVE GE-NOTE(WS-ELEVE-SLOT, WS-MAT-SLOT)
                       TO WS-CELLULE
                   PERFORM AJOUTER-CELLULE-CSV
               END-PERFORM

               MOVE SPACE TO WS-CELLULE
               IF GE-ENTETE(WS-ELEVE-SLOT) = 'T'
                   MOVE GE-MOYENNE(WS-ELEVE-SLOT) TO WS-MOYENNE-ED
                   MOVE WS-MOYENNE-ED TO WS-CELLULE
               END-IF
               PERFORM AJOUTER-CELLULE-CSV
               MOVE SPACE TO WS-CELLULE
               IF GE-ENTETE(WS-ELEVE-SLOT) = 'T'
                   MOVE GE-RANG(WS-ELEVE-SLOT) TO WS-RANG-ED
                   MOVE WS-RANG-ED TO WS-CELLULE
               END-IF
               PERFORM AJOUTER-CELLULE-CSV
               MOVE GE-DECISION(WS-ELEVE-SLOT) TO WS-CELLULE
               PERFORM AJOUTER-CELLULE-CSV

               MOVE WS-CSV-LINE TO REC-F-GRILLE-CSV
               WRITE REC-F-GRILLE-CSV

           END-PERFORM.

           PERFORM VARYING WS-PIED FROM 1 BY 1
               UNTIL WS-PIED > 3

               MOVE SPACE TO WS-CSV-LINE
               MOVE 1 TO WS-CSV-PTR
               STRING GC-ECOLE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       GC-CLASS DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PERIODE) DELIMITED BY SIZE
                       ";;" DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
               IF WS-PIED = 1
                   STRING "MOYENNE DE LA CLASSE;" DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               ELSE IF WS-PIED = 2
                   STRING "MINIMUM;" DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               ELSE
                   STRING "MAXIMUM;" DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF END-IF

               PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > GM-LGHT
                   MOVE OM-SLOT(WS-COL) TO WS-MAT-SLOT
                   PERFORM VALEUR-PIED-MATIERE
                   PERFORM AJOUTER-CELLULE-CSV
               END-PERFORM

               PERFORM VALEUR-PIED-CLASSE
               PERFORM AJOUTER-CELLULE-CSV
               STRING ";;" DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING

               MOVE WS-CSV-LINE TO REC-F-GRILLE-CSV
               WRITE REC-F-GRILLE-CSV

           END-PERFORM.

      ******************************************************************
      *    Ajout d'une cellule a la ligne delimitee : separateur puis
      *    valeur cadree a gauche, rien pour une cellule vide.
      ******************************************************************
       AJOUTER-CELLULE-CSV.

           STRING ";" DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.
           IF WS-CELLULE NOT = SPACE
               STRING FUNCTION TRIM(WS-CELLULE) DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.
