      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. collecte.
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
      *    Remises des professeurs : un fichier par professeur et par
      *    matiere, enchaines par le secretariat dans un seul fichier
      *    (chaque remise commence par son entete 'EN').
           SELECT F-REMISES
               ASSIGN TO 'remises.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REMISES-STATUS.

      *    Listes de classe du secretariat : identite des eleves de
      *    chaque classe, reprise sur les lignes 01 de input.dat.
           SELECT F-LISTECL
               ASSIGN TO 'listecl.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LISTECL-STATUS.

           SELECT F-CONTROL
               ASSIGN TO 'control.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-CLASSES
               ASSIGN TO 'classes.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLS-CLASS
               FILE STATUS IS F-CLASSES-STATUS.

           SELECT F-CATALOG
               ASSIGN TO 'catalog.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

           SELECT F-PROGRAMME
               ASSIGN TO 'progniv.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRG-CLE
               FILE STATUS IS F-PROGRAMME-STATUS.

           SELECT S-TRI-R
               ASSIGN TO 'colltri.tmp'.

           SELECT F-RAPP-TRIE
               ASSIGN TO 'colltri.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPP-TRIE-STATUS.

           SELECT F-ASSEMB
               ASSIGN TO 'collwrk.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ASSEMB-STATUS.

           SELECT S-TRI-A
               ASSIGN TO 'collass.tmp'.

           SELECT F-ASSEMB-TRIE
               ASSIGN TO 'collass.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ASSEMB-TRIE-STATUS.

           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'collrpt.dat'
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
      *    Remise d'un professeur, format positionnel :
      *    Entete 'EN' (une par remise, en tete du fichier) :
      *    3:23  nom du professeur
      *    26:5  classe (referentiel des classes)
      *    31:8  code canonique de la matiere (catalogue)
      *    39:8  date de remise AAAAMMJJ
      *    Note 'NO' (une par eleve) :
      *    3:6   matricule
      *    9:5   note sur 20, ex. 12,5, ou ABS / DISP
      *    Appreciation 'AP' (facultative, derriere la note) :
      *    3:50  texte libre du professeur
       FD  F-REMISES
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-REMISES       PIC X(80).

       FD  F-LISTECL
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LISTECL.
           03 LC-ECOLE         PIC X(04).
           03 LC-CLASS         PIC X(05).
           03 LC-STUDENT-ID    PIC X(06).
           03 LC-LASTNAME      PIC X(12).
           03 LC-FIRSTNAME     PIC X(12).
           03 LC-AGE           PIC X(02).

       FD  F-CONTROL
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-CONTROL       PIC X(80).

       FD  F-CLASSES
           RECORD CONTAINS 33 CHARACTERS.

       01  REC-F-CLASSES.
           03 CLS-CLASS        PIC X(05).
           03 CLS-NIVEAU       PIC X(05).
           03 CLS-PROF         PIC X(23).

       FD  F-CATALOG
           RECORD CONTAINS 56 CHARACTERS.

       01  REC-F-CATALOG.
           03 CAT-LABEL        PIC X(23).
           03 CAT-CODE         PIC X(08).
           03 CAT-OFF-LABEL    PIC X(23).
           03 CAT-COEF         PIC 9V9.

       FD  F-PROGRAMME
           RECORD CONTAINS 38 CHARACTERS.

       01  REC-F-PROGRAMME.
           03 PRG-CLE.
               05 PRG-NIVEAU       PIC X(05).
               05 PRG-CODE         PIC X(08).
           03 PRG-LABEL        PIC X(23).
           03 PRG-COEF         PIC 9V9.

      *    Rapprochement des remises et des listes de classe : par
      *    classe et par matricule, la ligne de liste '1' devant les
      *    notes '2' ; les notes d'un eleve par matiere, puis par
      *    ordre de remise, chaque appreciation derriere sa note.
       SD  S-TRI-R.

       01  REC-TRI-R.
           03 R-CLASS          PIC X(05).
           03 R-STUDENT-ID     PIC 9(06).
           03 R-TYPE           PIC X(01).
           03 R-CODE           PIC X(08).
           03 R-REMISE         PIC 9(04).
           03 R-LIGNE          PIC 9(06).
           03 R-NATURE         PIC X(01).
           03 R-ECOLE          PIC X(04).
           03 R-DONNEES        PIC X(60).

       FD  F-RAPP-TRIE
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPP-TRIE.
           03 X-CLASS          PIC X(05).
           03 X-STUDENT-ID     PIC 9(06).
           03 X-TYPE           PIC X(01).
           03 X-CODE           PIC X(08).
           03 X-REMISE         PIC 9(04).
           03 X-LIGNE          PIC 9(06).
           03 X-NATURE         PIC X(01).
           03 X-ECOLE          PIC X(04).
           03 X-DONNEES.
               05 XL-LASTNAME      PIC X(12).
               05 XL-FIRSTNAME     PIC X(12).
               05 XL-AGE           PIC X(02).
               05 FILLER           PIC X(34).
           03 X-DONNEES-NOTE REDEFINES X-DONNEES.
               05 XN-LABEL         PIC X(23).
               05 XN-COEF          PIC X(03).
               05 XN-GRADE         PIC X(05).
               05 FILLER           PIC X(29).
           03 X-DONNEES-APPR REDEFINES X-DONNEES.
               05 XA-TEXTE         PIC X(50).
               05 FILLER           PIC X(10).

      *    Lignes retenues pour input.dat, regroupees ensuite par
      *    etablissement et par eleve.
       FD  F-ASSEMB
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ASSEMB.
           03 A-ECOLE          PIC X(04).
           03 A-STUDENT-ID     PIC 9(06).
           03 A-TYPE           PIC X(01).
           03 A-CODE           PIC X(08).
           03 A-REMISE         PIC 9(04).
           03 A-LIGNE          PIC 9(06).
           03 A-NATURE         PIC X(01).
           03 A-CLASS          PIC X(05).
           03 A-DONNEES        PIC X(60).

       SD  S-TRI-A.

       01  REC-TRI-A.
           03 B-ECOLE          PIC X(04).
           03 B-STUDENT-ID     PIC 9(06).
           03 B-TYPE           PIC X(01).
           03 B-CODE           PIC X(08).
           03 B-REMISE         PIC 9(04).
           03 B-LIGNE          PIC 9(06).
           03 FILLER           PIC X(66).

       FD  F-ASSEMB-TRIE
           RECORD CONTAINS 95 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ASSEMB-TRIE.
           03 Y-ECOLE          PIC X(04).
           03 Y-STUDENT-ID     PIC 9(06).
           03 Y-TYPE           PIC X(01).
           03 Y-CODE           PIC X(08).
           03 Y-REMISE         PIC 9(04).
           03 Y-LIGNE          PIC 9(06).
           03 Y-NATURE         PIC X(01).
           03 Y-CLASS          PIC X(05).
           03 Y-DONNEES.
               05 YL-LASTNAME      PIC X(12).
               05 YL-FIRSTNAME     PIC X(12).
               05 YL-AGE           PIC X(02).
               05 FILLER           PIC X(34).
           03 Y-DONNEES-NOTE REDEFINES Y-DONNEES.
               05 YN-LABEL         PIC X(23).
               05 YN-COEF          PIC X(03).
               05 YN-GRADE         PIC X(05).
               05 FILLER           PIC X(29).
           03 Y-DONNEES-APPR REDEFINES Y-DONNEES.
               05 YA-TEXTE         PIC X(50).
               05 FILLER           PIC X(10).

      *    Fichier d'entree du traitement de nuit (PROGRAM-ID.
      *    student) : entete '00' par etablissement, '01' par eleve,
      *    '02' par matiere, '03' appreciation de la matiere qui
      *    precede, trailer '99' des nombres de 01, 02 et 03.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT         PIC X(80).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-REMISES-STATUS    PIC X(02) VALUE SPACE.
           88 F-REMISES-STATUS-OK      VALUE '00'.
           88 F-REMISES-STATUS-EOF     VALUE '10'.
           88 F-REMISES-STATUS-NOFILE  VALUE '35'.

       01  F-LISTECL-STATUS    PIC X(02) VALUE SPACE.
           88 F-LISTECL-STATUS-OK      VALUE '00'.
           88 F-LISTECL-STATUS-EOF     VALUE '10'.
           88 F-LISTECL-STATUS-NOFILE  VALUE '35'.

       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK      VALUE '00'.
           88 F-CONTROL-STATUS-EOF     VALUE '10'.
           88 F-CONTROL-STATUS-NOFILE  VALUE '35'.

       01  F-CLASSES-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSES-STATUS-OK      VALUE '00'.
           88 F-CLASSES-STATUS-NOTFND  VALUE '23'.
           88 F-CLASSES-STATUS-NOFILE  VALUE '35'.

       01  F-CATALOG-STATUS    PIC X(02) VALUE SPACE.
           88 F-CATALOG-STATUS-OK      VALUE '00'.
           88 F-CATALOG-STATUS-EOF     VALUE '10'.
           88 F-CATALOG-STATUS-NOFILE  VALUE '35'.

       01  F-PROGRAMME-STATUS  PIC X(02) VALUE SPACE.
           88 F-PROGRAMME-STATUS-OK    VALUE '00'.
           88 F-PROGRAMME-STATUS-EOF   VALUE '10'.
           88 F-PROGRAMME-STATUS-NOFILE VALUE '35'.

       01  F-RAPP-TRIE-STATUS  PIC X(02) VALUE SPACE.
           88 F-RAPP-TRIE-STATUS-OK    VALUE '00'.
           88 F-RAPP-TRIE-STATUS-EOF   VALUE '10'.

       01  F-ASSEMB-STATUS     PIC X(02) VALUE SPACE.
           88 F-ASSEMB-STATUS-OK       VALUE '00'.

       01  F-ASSEMB-TRIE-STATUS PIC X(02) VALUE SPACE.
           88 F-ASSEMB-TRIE-STATUS-OK  VALUE '00'.
           88 F-ASSEMB-TRIE-STATUS-EOF VALUE '10'.

       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK        VALUE '00'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

      *    Parametres lus dans control.dat : carte LIMITE (7:8, date
      *    limite de remise AAAAMMJJ, a blanc pas de controle de
      *    retard), cartes ETABLI (7:4 code, 11:30 nom repris sur
      *    l'entete 00 de l'etablissement) et carte PERIOD, reprise
      *    au titre du rapport.
       01  WS-PARAMETRES.
           05 WS-LIMITE            PIC 9(08)   VALUE 0.
           05 WS-PERIODE           PIC X(15)   VALUE SPACE.

       01  DATA-ETABLISSEMENTS.
           05 ET-LGHT              PIC 9(02)   VALUE 0.
           05 ET-ENTREE OCCURS 0 TO 20 TIMES
               DEPENDING ON ET-LGHT.
               10 ET-CODE          PIC X(04).
               10 ET-NOM           PIC X(30).

      *    Entrees canoniques du catalogue (libelle = libelle
      *    officiel) : une remise designe sa matiere par le code
      *    canonique, input.dat la porte par son libelle officiel.
       01  DATA-CATALOGUE.
           05 CM-LGHT              PIC 9(03)   VALUE 0.
           05 CM-MATIERE OCCURS 0 TO 300 TIMES
               DEPENDING ON CM-LGHT.
               10 CM-CODE          PIC X(08).
               10 CM-LABEL         PIC X(23).
               10 CM-COEF          PIC 9V9.

      *    Classes des listes de classe, avec leur niveau : ce sont
      *    elles dont les remises sont attendues.
       01  DATA-CLASSES.
           05 CL-LGHT              PIC 9(03)   VALUE 0.
           05 CL-CLASSE OCCURS 0 TO 500 TIMES
               DEPENDING ON CL-LGHT.
               10 CL-CLASS         PIC X(05).
               10 CL-NIVEAU        PIC X(05).
               10 CL-PROF          PIC X(23).
               10 CL-EFFECTIF      PIC 9(04).

      *    Remises lues, dans l'ordre du fichier : le rang dans la
      *    table est le numero de remise cite dans le rapport.
      *    RM-ETAT : A acceptee, R rejetee.
       01  DATA-REMISES.
           05 RM-LGHT              PIC 9(04)   VALUE 0.
           05 RM-REMISE OCCURS 0 TO 2000 TIMES
               DEPENDING ON RM-LGHT.
               10 RM-PROF          PIC X(23).
               10 RM-CLASS         PIC X(05).
               10 RM-CODE          PIC X(08).
               10 RM-DATE          PIC 9(08).
               10 RM-ETAT          PIC X(01).
               10 RM-RETARD        PIC X(01).
               10 RM-NOTES         PIC 9(04).
               10 RM-REJETS        PIC 9(04).

       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-DATE-ED                  PIC X(10)           VALUE SPACE.
       77  WS-DATE-A-EDITER            PIC 9(08)           VALUE 0.
       77  WS-IDX                      PIC 9(04)           VALUE 0.
       77  WS-IDX-CL                   PIC 9(03)           VALUE 0.
       77  WS-IDX-CM                   PIC 9(03)           VALUE 0.
       77  WS-LIGNE-CTR                PIC 9(06)           VALUE 0.
       77  WS-CARTE-DATE               PIC X(08)           VALUE SPACE.
       77  WS-MOTIF                    PIC X(40)           VALUE SPACE.
       77  WS-LIGNE-REJETEE            PIC X               VALUE 'F'.
       77  WS-REMISE-COURANTE          PIC 9(04)           VALUE 0.
       77  WS-REMISE-ETAT              PIC X               VALUE SPACE.
       77  WS-NOTE-RETENUE             PIC X               VALUE 'F'.
       77  WS-APPR-VUE                 PIC X               VALUE 'F'.
       77  WS-EN-PROF                  PIC X(23)           VALUE SPACE.
       77  WS-EN-CLASS                 PIC X(05)           VALUE SPACE.
       77  WS-EN-CODE                  PIC X(08)           VALUE SPACE.
       77  WS-EN-DATE                  PIC X(08)           VALUE SPACE.
       77  WS-EN-LABEL                 PIC X(23)           VALUE SPACE.
       77  WS-EN-COEF                  PIC 9V9             VALUE 0.
       77  WS-EN-RETARD                PIC X               VALUE 'F'.
       77  WS-NO-MATRICULE             PIC X(06)           VALUE SPACE.
       77  WS-NO-GRADE                 PIC X(05)           VALUE SPACE.
       77  WS-GRADE                    PIC X(05)           VALUE SPACE.
       77  WS-GRADE-VALUE              PIC S99V99          VALUE 0.
       77  WS-GRADE-ED                 PIC 99,99.
       77  WS-COEF-ED                  PIC 9,9.
       77  WS-CLASSE-TROUVEE           PIC X               VALUE 'F'.
       77  WS-MATIERE-TROUVEE          PIC X               VALUE 'F'.
       77  WS-REMISE-TROUVEE           PIC X               VALUE 'F'.
       77  WS-RAPP-FIN                 PIC X               VALUE 'F'.
       77  WS-GROUPE-FIN               PIC X               VALUE 'F'.
       77  WS-ASS-FIN                  PIC X               VALUE 'F'.
       77  WS-LISTE-VUE                PIC X               VALUE 'F'.
       77  WS-GR-CLASS                 PIC X(05)           VALUE SPACE.
       77  WS-GR-STUDENT-ID            PIC 9(06)           VALUE 0.
       77  WS-GR-ECOLE                 PIC X(04)           VALUE SPACE.
       77  WS-CODE-RETENU              PIC X(08)           VALUE SPACE.
       77  WS-REMISE-RETENUE           PIC 9(04)           VALUE 0.
       77  WS-GRADE-RETENU             PIC X(05)           VALUE SPACE.
       77  WS-NOTE-ECARTEE             PIC X               VALUE 'F'.
       77  WS-PREV-ECOLE               PIC X(04)           VALUE SPACE.
       77  WS-PREMIERE-ECOLE           PIC X               VALUE 'T'.
       77  WS-PROG-ACTIF               PIC X               VALUE 'F'.
       77  WS-PROG-FIN                 PIC X               VALUE 'F'.

       01  WS-CNT-COLLECTE.
           05 WS-CNT-LISTE-LUES    PIC 9(06) VALUE 0.
           05 WS-CNT-LISTE-REJETS  PIC 9(06) VALUE 0.
           05 WS-CNT-LIGNES-LUES   PIC 9(06) VALUE 0.
           05 WS-CNT-REMISES       PIC 9(06) VALUE 0.
           05 WS-CNT-ACCEPTEES     PIC 9(06) VALUE 0.
           05 WS-CNT-REJETEES      PIC 9(06) VALUE 0.
           05 WS-CNT-RETARD        PIC 9(06) VALUE 0.
           05 WS-CNT-LIGNES-REJ    PIC 9(06) VALUE 0.
           05 WS-CNT-IGNOREES      PIC 9(06) VALUE 0.
           05 WS-CNT-NOTES         PIC 9(06) VALUE 0.
           05 WS-CNT-DOUBLES       PIC 9(06) VALUE 0.
           05 WS-CNT-HORS-LISTE    PIC 9(06) VALUE 0.
           05 WS-CNT-NON-REMISES   PIC 9(06) VALUE 0.
           05 WS-CNT-00            PIC 9(06) VALUE 0.
           05 WS-CNT-01            PIC 9(06) VALUE 0.
           05 WS-CNT-02            PIC 9(06) VALUE 0.
           05 WS-CNT-03            PIC 9(06) VALUE 0.
           05 WS-CNT-DEBORDEMENTS  PIC 9(06) VALUE 0.
           05 WS-CNT-CARTES-REJ    PIC 9(06) VALUE 0.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Sans remise, rien a assembler.
           OPEN INPUT F-REMISES.
           IF NOT F-REMISES-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE remises.dat IMPOSSIBLE, "
                   "STATUT " F-REMISES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Sans listes de classe, aucune ligne 01 ne peut etre
      *    constituee : fichier obligatoire.
           OPEN INPUT F-LISTECL.
           IF NOT F-LISTECL-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE listecl.dat IMPOSSIBLE, "
                   "STATUT " F-LISTECL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Referentiels obligatoires, comme pour le traitement de
      *    nuit : une remise n'est acceptee que pour une classe et
      *    une matiere qu'il saura valider.
           OPEN INPUT F-CLASSES.
           IF NOT F-CLASSES-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE classes.dat IMPOSSIBLE, "
                   "STATUT " F-CLASSES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT F-CATALOG.
           IF NOT F-CATALOG-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE catalog.dat IMPOSSIBLE, "
                   "STATUT " F-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHARGER-CATALOGUE.
           CLOSE F-CATALOG.

      *    Le programme par niveau est facultatif : sans lui, les
      *    remises attendues ne sont pas connues et leur controle est
      *    saute.
           OPEN INPUT F-PROGRAMME.
           IF F-PROGRAMME-STATUS-OK
               MOVE 'T' TO WS-PROG-ACTIF
           ELSE
               MOVE 'F' TO WS-PROG-ACTIF
               DISPLAY "ATTENTION : progniv.dat ABSENT (STATUT "
                   F-PROGRAMME-STATUS "), CONTROLE DES REMISES "
                   "NON RECUES NON EFFECTUE"
           END-IF.

           OPEN INPUT F-CONTROL.
           IF F-CONTROL-STATUS-OK

               SET F-CONTROL-STATUS-OK TO TRUE

               PERFORM UNTIL F-CONTROL-STATUS-EOF

                   READ F-CONTROL

                       AT END
                           SET F-CONTROL-STATUS-EOF TO TRUE

                       NOT AT END

                           IF REC-F-CONTROL(1:6) = "LIMITE"
                               MOVE REC-F-CONTROL(7:8)
                                   TO WS-CARTE-DATE
                               IF WS-CARTE-DATE NOT NUMERIC
                                   DISPLAY "ATTENTION : CARTE LIMITE "
                                       "NON NUMERIQUE IGNOREE : "
                                       REC-F-CONTROL(7:8)
                                   ADD 1 TO WS-CNT-CARTES-REJ
                               ELSE IF WS-CARTE-DATE(5:2) < "01"
                                   OR WS-CARTE-DATE(5:2) > "12"
                                   OR WS-CARTE-DATE(7:2) < "01"
                                   OR WS-CARTE-DATE(7:2) > "31"
                                   DISPLAY "ATTENTION : CARTE LIMITE "
                                       "INVALIDE IGNOREE : "
                                       REC-F-CONTROL(7:8)
                                   ADD 1 TO WS-CNT-CARTES-REJ
                               ELSE
                                   MOVE WS-CARTE-DATE TO WS-LIMITE
                               END-IF END-IF

                           ELSE IF REC-F-CONTROL(1:6) = "ETABLI"
                               IF ET-LGHT >= 20
                                   DISPLAY
                                   "ATTENTION : CAPACITE "
                                   "ETABLISSEMENTS MAXIMALE ATTEINTE "
                                   "(20), CARTE IGNOREE : "
                                   REC-F-CONTROL(7:4)
                               ELSE
                                   ADD 1 TO ET-LGHT
                                   MOVE REC-F-CONTROL(7:4)
                                       TO ET-CODE(ET-LGHT)
                                   MOVE REC-F-CONTROL(11:30)
                                       TO ET-NOM(ET-LGHT)
                               END-IF

                           ELSE IF REC-F-CONTROL(1:6) = "PERIOD"
                               MOVE REC-F-CONTROL(7:15)
                                   TO WS-PERIODE

                           END-IF END-IF END-IF

                   END-READ

               END-PERFORM

               CLOSE F-CONTROL

           END-IF.

           OPEN OUTPUT F-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "COLLECTE DES NOTES DU " DELIMITED BY SIZE
                   WS-DATE-JOUR(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(1:4) DELIMITED BY SIZE
                   " - PERIODE : " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           IF WS-LIMITE = 0
               MOVE "DATE LIMITE DE REMISE : NON FIXEE"
                   TO WS-OUT-LINE
           ELSE
               MOVE WS-LIMITE TO WS-DATE-A-EDITER
               PERFORM EDITER-DATE
               STRING "DATE LIMITE DE REMISE : " DELIMITED BY SIZE
                       WS-DATE-ED DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF.
           PERFORM ECRIRE-RAPPORT.

      *    Premier tri : listes de classe et notes des remises
      *    acceptees, rapprochees par classe et par matricule.
           SORT S-TRI-R
               ASCENDING KEY R-CLASS R-STUDENT-ID R-TYPE R-CODE
                   R-REMISE R-LIGNE
               INPUT PROCEDURE IS LIRE-REMISES
               GIVING F-RAPP-TRIE.

           PERFORM EDITER-RETARDS.

           PERFORM RAPPROCHER-LISTES.

           IF WS-PROG-ACTIF = 'T'
               PERFORM CONTROLER-NON-REMISES
               CLOSE F-PROGRAMME
           END-IF.

      *    Second tri : lignes retenues regroupees par etablissement
      *    et par eleve, dans l'ordre ou input.dat les attend.
           SORT S-TRI-A
               ASCENDING KEY B-ECOLE B-STUDENT-ID B-TYPE B-CODE
                   B-REMISE B-LIGNE
               USING F-ASSEMB
               GIVING F-ASSEMB-TRIE.

           PERFORM ASSEMBLER-ENTREE.

           MOVE SPACE TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "input.dat : ETABLISSEMENTS " DELIMITED BY SIZE
                   WS-CNT-00 DELIMITED BY SIZE
                   " ELEVES (01) " DELIMITED BY SIZE
                   WS-CNT-01 DELIMITED BY SIZE
                   " MATIERES (02) " DELIMITED BY SIZE
                   WS-CNT-02 DELIMITED BY SIZE
                   " APPRECIATIONS (03) " DELIMITED BY SIZE
                   WS-CNT-03 DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Remises:" DELIMITED BY SIZE
                   WS-CNT-REMISES DELIMITED BY SIZE
                   " Acceptees:" DELIMITED BY SIZE
                   WS-CNT-ACCEPTEES DELIMITED BY SIZE
                   " Rejetees:" DELIMITED BY SIZE
                   WS-CNT-REJETEES DELIMITED BY SIZE
                   " Retard:" DELIMITED BY SIZE
                   WS-CNT-RETARD DELIMITED BY SIZE
                   " Lignes:" DELIMITED BY SIZE
                   WS-CNT-LIGNES-REJ DELIMITED BY SIZE
                   " Doubles:" DELIMITED BY SIZE
                   WS-CNT-DOUBLES DELIMITED BY SIZE
                   " HorsListe:" DELIMITED BY SIZE
                   WS-CNT-HORS-LISTE DELIMITED BY SIZE
                   " NonRemises:" DELIMITED BY SIZE
                   WS-CNT-NON-REMISES DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

           CLOSE F-CLASSES.
           CLOSE F-RAPPORT.

           DISPLAY "Collecte des notes et assemblage de input.dat :".
           DISPLAY "  Lignes de liste lues    : " WS-CNT-LISTE-LUES.
           DISPLAY "  Lignes de liste rejetees: " WS-CNT-LISTE-REJETS.
           DISPLAY "  Lignes de remise lues   : " WS-CNT-LIGNES-LUES.
           DISPLAY "  Remises                 : " WS-CNT-REMISES.
           DISPLAY "    Acceptees             : " WS-CNT-ACCEPTEES.
           DISPLAY "    Rejetees              : " WS-CNT-REJETEES.
           DISPLAY "    En retard             : " WS-CNT-RETARD.
           DISPLAY "  Lignes rejetees         : " WS-CNT-LIGNES-REJ.
           DISPLAY "  Lignes ignorees         : " WS-CNT-IGNOREES.
           DISPLAY "  Notes acceptees         : " WS-CNT-NOTES.
           DISPLAY "  Notes en double         : " WS-CNT-DOUBLES.
           DISPLAY "  Notes hors liste        : " WS-CNT-HORS-LISTE.
           DISPLAY "  Remises non recues      : " WS-CNT-NON-REMISES.
           DISPLAY "  input.dat 01/02/03      : " WS-CNT-01 " / "
               WS-CNT-02 " / " WS-CNT-03.

      *    Code retour pour l'ordonnanceur : 0 fichier complet,
      *    4 input.dat ecrit mais incomplet ou douteux (remise ou
      *    ligne rejetee, remise en retard ou non recue, note en
      *    double ou hors liste, capacite depassee, carte LIMITE
      *    invalide), 8 ouverture
      *    impossible. Le traitement de nuit ne devrait etre lance
      *    que sur un code 0.
           IF WS-CNT-LISTE-REJETS > 0
               OR WS-CNT-REJETEES > 0
               OR WS-CNT-RETARD > 0
               OR WS-CNT-LIGNES-REJ > 0
               OR WS-CNT-DOUBLES > 0
               OR WS-CNT-HORS-LISTE > 0
               OR WS-CNT-NON-REMISES > 0
               OR WS-CNT-DEBORDEMENTS > 0
               OR WS-CNT-CARTES-REJ > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *    Ecriture de WS-OUT-LINE sur le rapport.
      ******************************************************************
       ECRIRE-RAPPORT.

           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Date WS-DATE-A-EDITER (AAAAMMJJ) en clair JJ/MM/AAAA dans
      *    WS-DATE-ED.
      ******************************************************************
       EDITER-DATE.

           MOVE SPACE TO WS-DATE-ED.
           STRING WS-DATE-A-EDITER(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-A-EDITER(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-A-EDITER(1:4) DELIMITED BY SIZE
               INTO WS-DATE-ED
           END-STRING.

      ******************************************************************
      *    Chargement des entrees canoniques du catalogue, dans
      *    l'ordre de la cle.
      ******************************************************************
       CHARGER-CATALOGUE.

           MOVE SPACE TO CAT-LABEL.
           START F-CATALOG KEY NOT LESS CAT-LABEL
               INVALID KEY
                   SET F-CATALOG-STATUS-EOF TO TRUE
           END-START.

           PERFORM UNTIL NOT F-CATALOG-STATUS-OK

               READ F-CATALOG NEXT

                   AT END
                       SET F-CATALOG-STATUS-EOF TO TRUE

                   NOT AT END
                       IF CAT-LABEL = CAT-OFF-LABEL
                           IF CM-LGHT >= 300
                               DISPLAY
                               "ATTENTION : CAPACITE CATALOGUE "
                               "MAXIMALE ATTEINTE (300), MATIERE "
                               "IGNOREE : " CAT-CODE
                               ADD 1 TO WS-CNT-DEBORDEMENTS
                           ELSE
                               ADD 1 TO CM-LGHT
                               MOVE CAT-CODE TO CM-CODE(CM-LGHT)
                               MOVE CAT-LABEL TO CM-LABEL(CM-LGHT)
                               MOVE CAT-COEF TO CM-COEF(CM-LGHT)
                           END-IF
                       END-IF

               END-READ

           END-PERFORM.

      ******************************************************************
      *    Procedure d'entree du premier tri : les listes de classe,
      *    puis les remises. Chaque remise est controlee aux
      *    referentiels sur son entete ; une remise rejetee n'apporte
      *    aucune note.
      ******************************************************************
       LIRE-REMISES.

           MOVE SPACE TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE "LISTES DE CLASSE" TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.

           PERFORM UNTIL F-LISTECL-STATUS-EOF

               READ F-LISTECL

                   AT END
                       SET F-LISTECL-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-LISTE-LUES
                       PERFORM LIRE-LIGNE-LISTE

               END-READ

           END-PERFORM.

           CLOSE F-LISTECL.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "  " DELIMITED BY SIZE
                   WS-CNT-LISTE-LUES DELIMITED BY SIZE
                   " ELEVES LUS, " DELIMITED BY SIZE
                   WS-CNT-LISTE-REJETS DELIMITED BY SIZE
                   " LIGNES REJETEES, " DELIMITED BY SIZE
                   CL-LGHT DELIMITED BY SIZE
                   " CLASSES" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE "REMISES RECUES" TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.

           MOVE 0 TO WS-REMISE-COURANTE.
           MOVE SPACE TO WS-REMISE-ETAT.
           MOVE 'F' TO WS-NOTE-RETENUE.

           PERFORM UNTIL F-REMISES-STATUS-EOF

               READ F-REMISES

                   AT END
                       SET F-REMISES-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-LIGNES-LUES
                       ADD 1 TO WS-LIGNE-CTR
                       MOVE 'F' TO WS-LIGNE-REJETEE
                       MOVE SPACE TO WS-MOTIF

                       IF REC-F-REMISES(1:2) = "EN"
                           PERFORM CLORE-REMISE
                           PERFORM LIRE-ENTETE-REMISE

                       ELSE IF REC-F-REMISES(1:2) = "NO"
                           PERFORM LIRE-NOTE

                       ELSE IF REC-F-REMISES(1:2) = "AP"
                           PERFORM LIRE-APPRECIATION

                       ELSE IF REC-F-REMISES = SPACE
                           CONTINUE

                       ELSE
                           MOVE 'T' TO WS-LIGNE-REJETEE
                           MOVE "TYPE DE LIGNE INCONNU" TO WS-MOTIF

                       END-IF END-IF END-IF END-IF

                       IF WS-LIGNE-REJETEE = 'T'
                           PERFORM REJETER-LIGNE
                       END-IF

               END-READ

           END-PERFORM.

           PERFORM CLORE-REMISE.

           CLOSE F-REMISES.

      ******************************************************************
      *    Ligne de liste de classe : matricule et age numeriques,
      *    classe connue du referentiel. La classe est retenue avec
      *    son niveau et son professeur principal pour le controle
      *    des remises non recues.
      ******************************************************************
       LIRE-LIGNE-LISTE.

           MOVE 'F' TO WS-LIGNE-REJETEE.

           IF LC-ECOLE = SPACE
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "ETABLISSEMENT ABSENT" TO WS-MOTIF
           ELSE IF LC-STUDENT-ID NOT NUMERIC
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "MATRICULE NON NUMERIQUE" TO WS-MOTIF
           ELSE IF LC-STUDENT-ID = "000000"
               OR LC-STUDENT-ID = "999999"
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "MATRICULE RESERVE (0/999999)" TO WS-MOTIF
           ELSE IF LC-AGE NOT NUMERIC
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "AGE NON NUMERIQUE" TO WS-MOTIF
           ELSE IF LC-LASTNAME = SPACE
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "NOM ABSENT" TO WS-MOTIF
           END-IF END-IF END-IF END-IF END-IF.

           IF WS-LIGNE-REJETEE = 'F'
               MOVE 'F' TO WS-CLASSE-TROUVEE
               PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > CL-LGHT
                   OR WS-CLASSE-TROUVEE = 'T'
                   IF CL-CLASS(WS-IDX-CL) = LC-CLASS
                       MOVE 'T' TO WS-CLASSE-TROUVEE
                       ADD 1 TO CL-EFFECTIF(WS-IDX-CL)
                   END-IF
               END-PERFORM
               IF WS-CLASSE-TROUVEE = 'F'
                   MOVE LC-CLASS TO CLS-CLASS
                   READ F-CLASSES
                       INVALID KEY
                           MOVE 'T' TO WS-LIGNE-REJETEE
                           MOVE "CLASSE INCONNUE AU REFERENTIEL"
                               TO WS-MOTIF
                   END-READ
               END-IF
               IF WS-CLASSE-TROUVEE = 'F'
                   AND WS-LIGNE-REJETEE = 'F'
                   IF CL-LGHT >= 500
                       DISPLAY "ATTENTION : CAPACITE CLASSES "
                           "MAXIMALE ATTEINTE (500), CLASSE NON "
                           "CONTROLEE : " LC-CLASS
                       ADD 1 TO WS-CNT-DEBORDEMENTS
                   ELSE
                       ADD 1 TO CL-LGHT
                       MOVE LC-CLASS TO CL-CLASS(CL-LGHT)
                       MOVE CLS-NIVEAU TO CL-NIVEAU(CL-LGHT)
                       MOVE CLS-PROF TO CL-PROF(CL-LGHT)
                       MOVE 1 TO CL-EFFECTIF(CL-LGHT)
                   END-IF
               END-IF
           END-IF.

           IF WS-LIGNE-REJETEE = 'T'
               ADD 1 TO WS-CNT-LISTE-REJETS
               MOVE SPACE TO WS-OUT-LINE
               STRING "  LIGNE DE LISTE REJETEE : " DELIMITED BY SIZE
                       WS-MOTIF DELIMITED BY "  "
                       " : " DELIMITED BY SIZE
                       REC-F-LISTECL DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM ECRIRE-RAPPORT
           ELSE
               MOVE LC-CLASS TO R-CLASS
               MOVE LC-STUDENT-ID TO R-STUDENT-ID
               MOVE '1' TO R-TYPE
               MOVE SPACE TO R-CODE
               MOVE 0 TO R-REMISE
               MOVE 0 TO R-LIGNE
               MOVE 'L' TO R-NATURE
               MOVE LC-ECOLE TO R-ECOLE
               MOVE SPACE TO R-DONNEES
               MOVE REC-F-LISTECL(16:26) TO R-DONNEES(1:26)
               RELEASE REC-TRI-R
           END-IF.

      ******************************************************************
      *    Fin de la remise en cours : son compte rendu sur le
      *    rapport.
      ******************************************************************
       CLORE-REMISE.

           IF WS-REMISE-COURANTE > 0
               AND WS-REMISE-ETAT = 'A'
               MOVE SPACE TO WS-OUT-LINE
               STRING "    NOTES RETENUES : " DELIMITED BY SIZE
                       RM-NOTES(WS-REMISE-COURANTE)
                       DELIMITED BY SIZE
                       "   LIGNES REJETEES : " DELIMITED BY SIZE
                       RM-REJETS(WS-REMISE-COURANTE)
                       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM ECRIRE-RAPPORT
           END-IF.

      ******************************************************************
      *    Entete de remise : classe au referentiel, matiere au
      *    catalogue (entree canonique), date de remise valide. La
      *    remise est numerotee dans l'ordre du fichier ; une remise
      *    en retard est acceptee et signalee.
      ******************************************************************
       LIRE-ENTETE-REMISE.

           ADD 1 TO WS-CNT-REMISES.
           MOVE 'F' TO WS-NOTE-RETENUE.
           MOVE 'F' TO WS-EN-RETARD.
           MOVE REC-F-REMISES(3:23) TO WS-EN-PROF.
           MOVE REC-F-REMISES(26:5) TO WS-EN-CLASS.
           MOVE REC-F-REMISES(31:8) TO WS-EN-CODE.
           MOVE REC-F-REMISES(39:8) TO WS-EN-DATE.

           MOVE 'F' TO WS-MATIERE-TROUVEE.
           PERFORM VARYING WS-IDX-CM FROM 1 BY 1
               UNTIL WS-IDX-CM > CM-LGHT
               OR WS-MATIERE-TROUVEE = 'T'
               IF CM-CODE(WS-IDX-CM) = WS-EN-CODE
                   MOVE 'T' TO WS-MATIERE-TROUVEE
                   MOVE CM-LABEL(WS-IDX-CM) TO WS-EN-LABEL
                   MOVE CM-COEF(WS-IDX-CM) TO WS-EN-COEF
               END-IF
           END-PERFORM.

           IF WS-EN-CLASS = SPACE
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "CLASSE ABSENTE" TO WS-MOTIF
           ELSE
               MOVE WS-EN-CLASS TO CLS-CLASS
               READ F-CLASSES
                   INVALID KEY
                       MOVE 'T' TO WS-LIGNE-REJETEE
                       MOVE "CLASSE INCONNUE AU REFERENTIEL"
                           TO WS-MOTIF
               END-READ
           END-IF.

           IF WS-LIGNE-REJETEE = 'F'
               IF WS-EN-CODE = SPACE
                   OR WS-MATIERE-TROUVEE = 'F'
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "MATIERE INCONNUE AU CATALOGUE" TO WS-MOTIF
               ELSE IF WS-EN-DATE NOT NUMERIC
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "DATE DE REMISE NON NUMERIQUE" TO WS-MOTIF
               ELSE IF WS-EN-DATE(5:2) < "01"
                   OR WS-EN-DATE(5:2) > "12"
                   OR WS-EN-DATE(7:2) < "01"
                   OR WS-EN-DATE(7:2) > "31"
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "DATE DE REMISE INVALIDE" TO WS-MOTIF
               END-IF END-IF END-IF
           END-IF.

           IF WS-LIGNE-REJETEE = 'F'
               AND WS-LIMITE > 0
               AND WS-EN-DATE > WS-LIMITE
               MOVE 'T' TO WS-EN-RETARD
           END-IF.

           IF RM-LGHT >= 2000
               DISPLAY "ATTENTION : CAPACITE REMISES MAXIMALE "
                   "ATTEINTE (2000), REMISE IGNOREE : "
                   REC-F-REMISES(1:46)
               ADD 1 TO WS-CNT-DEBORDEMENTS
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "CAPACITE REMISES ATTEINTE" TO WS-MOTIF
               MOVE 0 TO WS-REMISE-COURANTE
           ELSE
               ADD 1 TO RM-LGHT
               MOVE RM-LGHT TO WS-REMISE-COURANTE
               MOVE WS-EN-PROF TO RM-PROF(RM-LGHT)
               MOVE WS-EN-CLASS TO RM-CLASS(RM-LGHT)
               MOVE WS-EN-CODE TO RM-CODE(RM-LGHT)
               IF WS-EN-DATE NUMERIC
                   MOVE WS-EN-DATE TO RM-DATE(RM-LGHT)
               ELSE
                   MOVE 0 TO RM-DATE(RM-LGHT)
               END-IF
               MOVE WS-EN-RETARD TO RM-RETARD(RM-LGHT)
               MOVE 0 TO RM-NOTES(RM-LGHT)
               MOVE 0 TO RM-REJETS(RM-LGHT)
           END-IF.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "REMISE " DELIMITED BY SIZE
                   WS-REMISE-COURANTE DELIMITED BY SIZE
                   " PROF " DELIMITED BY SIZE
                   WS-EN-PROF DELIMITED BY SIZE
                   " CLASSE " DELIMITED BY SIZE
                   WS-EN-CLASS DELIMITED BY SIZE
                   " MATIERE " DELIMITED BY SIZE
                   WS-EN-CODE DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   WS-EN-DATE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.

           IF WS-LIGNE-REJETEE = 'T'
               MOVE 'R' TO WS-REMISE-ETAT
               ADD 1 TO WS-CNT-REJETEES
               MOVE "REJETEE, " TO WS-OUT-LINE(90:9)
               MOVE WS-MOTIF TO WS-OUT-LINE(99:34)
           ELSE
               MOVE 'A' TO WS-REMISE-ETAT
               ADD 1 TO WS-CNT-ACCEPTEES
               IF WS-EN-RETARD = 'T'
                   ADD 1 TO WS-CNT-RETARD
                   MOVE "ACCEPTEE, EN RETARD" TO WS-OUT-LINE(90:19)
               ELSE
                   MOVE "ACCEPTEE" TO WS-OUT-LINE(90:8)
               END-IF
           END-IF.
           PERFORM ECRIRE-RAPPORT.

           IF WS-REMISE-COURANTE > 0
               MOVE WS-REMISE-ETAT TO RM-ETAT(WS-REMISE-COURANTE)
           END-IF.

      *    Le motif est deja au compte rendu de la remise.
           MOVE 'F' TO WS-LIGNE-REJETEE.

      ******************************************************************
      *    Ligne de note d'une remise acceptee : matricule numerique
      *    non reserve, note de 0 a 20, ABS ou DISP. La note est
      *    cadree sur cinq caracteres (08,50 ou ABS/DISP a droite)
      *    comme input.dat la porte.
      ******************************************************************
       LIRE-NOTE.

           MOVE 'F' TO WS-NOTE-RETENUE.
           MOVE 'F' TO WS-APPR-VUE.

           IF WS-REMISE-ETAT = SPACE
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "NOTE HORS REMISE (SANS ENTETE EN)" TO WS-MOTIF
           ELSE IF WS-REMISE-ETAT = 'R'
               ADD 1 TO WS-CNT-IGNOREES
           ELSE

               MOVE REC-F-REMISES(3:6) TO WS-NO-MATRICULE
               MOVE REC-F-REMISES(9:5) TO WS-NO-GRADE

               IF WS-NO-MATRICULE NOT NUMERIC
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "MATRICULE NON NUMERIQUE" TO WS-MOTIF
               ELSE IF WS-NO-MATRICULE = "000000"
                   OR WS-NO-MATRICULE = "999999"
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "MATRICULE RESERVE (0/999999)" TO WS-MOTIF
               ELSE IF WS-NO-GRADE = SPACE
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "NOTE ABSENTE" TO WS-MOTIF
               ELSE IF FUNCTION TRIM(WS-NO-GRADE) = "ABS"
                   MOVE "  ABS" TO WS-GRADE
               ELSE IF FUNCTION TRIM(WS-NO-GRADE) = "DISP"
                   MOVE " DISP" TO WS-GRADE
               ELSE IF FUNCTION TEST-NUMVAL(WS-NO-GRADE) NOT = 0
                   MOVE 'T' TO WS-LIGNE-REJETEE
                   MOVE "NOTE NON NUMERIQUE" TO WS-MOTIF
               ELSE
                   COMPUTE WS-GRADE-VALUE =
                       FUNCTION NUMVAL(WS-NO-GRADE)
                   IF WS-GRADE-VALUE < 0
                       OR WS-GRADE-VALUE > 20
                       MOVE 'T' TO WS-LIGNE-REJETEE
                       MOVE "NOTE HORS LIMITES (0-20)" TO WS-MOTIF
                   ELSE
                       MOVE WS-GRADE-VALUE TO WS-GRADE-ED
                       MOVE WS-GRADE-ED TO WS-GRADE
                   END-IF
               END-IF END-IF END-IF END-IF END-IF END-IF

               IF WS-LIGNE-REJETEE = 'F'
                   MOVE 'T' TO WS-NOTE-RETENUE
                   ADD 1 TO WS-CNT-NOTES
                   ADD 1 TO RM-NOTES(WS-REMISE-COURANTE)
                   MOVE WS-EN-CLASS TO R-CLASS
                   MOVE WS-NO-MATRICULE TO R-STUDENT-ID
                   MOVE '2' TO R-TYPE
                   MOVE WS-EN-CODE TO R-CODE
                   MOVE WS-REMISE-COURANTE TO R-REMISE
                   MOVE WS-LIGNE-CTR TO R-LIGNE
                   MOVE 'N' TO R-NATURE
                   MOVE SPACE TO R-ECOLE
                   MOVE SPACE TO R-DONNEES
                   MOVE WS-EN-LABEL TO R-DONNEES(1:23)
                   MOVE WS-EN-COEF TO WS-COEF-ED
                   MOVE WS-COEF-ED TO R-DONNEES(24:3)
                   MOVE WS-GRADE TO R-DONNEES(27:5)
                   RELEASE REC-TRI-R
               END-IF

           END-IF END-IF.

      ******************************************************************
      *    Appreciation : une seule, derriere une note retenue de la
      *    meme remise.
      ******************************************************************
       LIRE-APPRECIATION.

           IF WS-REMISE-ETAT = 'R'
               ADD 1 TO WS-CNT-IGNOREES
           ELSE IF WS-NOTE-RETENUE = 'F'
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "APPRECIATION SANS NOTE" TO WS-MOTIF
           ELSE IF REC-F-REMISES(3:50) = SPACE
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "APPRECIATION VIDE" TO WS-MOTIF
           ELSE IF WS-APPR-VUE = 'T'
               MOVE 'T' TO WS-LIGNE-REJETEE
               MOVE "APPRECIATION EN DOUBLE" TO WS-MOTIF
           ELSE
               MOVE 'T' TO WS-APPR-VUE
               MOVE WS-EN-CLASS TO R-CLASS
               MOVE WS-NO-MATRICULE TO R-STUDENT-ID
               MOVE '2' TO R-TYPE
               MOVE WS-EN-CODE TO R-CODE
               MOVE WS-REMISE-COURANTE TO R-REMISE
               MOVE WS-LIGNE-CTR TO R-LIGNE
               MOVE 'A' TO R-NATURE
               MOVE SPACE TO R-ECOLE
               MOVE SPACE TO R-DONNEES
               MOVE REC-F-REMISES(3:50) TO R-DONNEES(1:50)
               RELEASE REC-TRI-R
           END-IF END-IF END-IF END-IF.

      ******************************************************************
      *    Ligne de remise rejetee : motif et image sur le rapport.
      ******************************************************************
       REJETER-LIGNE.

           ADD 1 TO WS-CNT-LIGNES-REJ.
           IF WS-REMISE-COURANTE > 0
               ADD 1 TO RM-REJETS(WS-REMISE-COURANTE)
           END-IF.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "    LIGNE REJETEE : " DELIMITED BY SIZE
                   WS-MOTIF DELIMITED BY "  "
                   " : " DELIMITED BY SIZE
                   REC-F-REMISES(1:60) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

      ******************************************************************
      *    Remises recues apres la date limite de la carte LIMITE.
      ******************************************************************
       EDITER-RETARDS.

           MOVE SPACE TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE "REMISES EN RETARD" TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > RM-LGHT
               IF RM-RETARD(WS-IDX) = 'T'
                   MOVE RM-DATE(WS-IDX) TO WS-DATE-A-EDITER
                   PERFORM EDITER-DATE
                   MOVE SPACE TO WS-OUT-LINE
                   STRING "  REMISE " DELIMITED BY SIZE
                           WS-IDX DELIMITED BY SIZE
                           " PROF " DELIMITED BY SIZE
                           RM-PROF(WS-IDX) DELIMITED BY SIZE
                           " CLASSE " DELIMITED BY SIZE
                           RM-CLASS(WS-IDX) DELIMITED BY SIZE
                           " MATIERE " DELIMITED BY SIZE
                           RM-CODE(WS-IDX) DELIMITED BY SIZE
                           " RECUE LE " DELIMITED BY SIZE
                           WS-DATE-ED DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "  " DELIMITED BY SIZE
                   WS-CNT-RETARD DELIMITED BY SIZE
                   " REMISES EN RETARD" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

      ******************************************************************
      *    Rapprochement des notes et des listes de classe, par
      *    classe et par matricule. Un eleve de la liste est ecrit
      *    avec ses notes dans le fichier de travail ; une note d'un
      *    eleve absent de la liste de la classe est signalee et
      *    ecartee ; une seconde note pour la meme matiere (autre
      *    remise) est signalee et ecartee, la premiere remise lue
      *    l'emporte comme au traitement de nuit.
      ******************************************************************
       RAPPROCHER-LISTES.

           MOVE SPACE TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE "RAPPROCHEMENT AUX LISTES DE CLASSE" TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.

           OPEN INPUT F-RAPP-TRIE.
           OPEN OUTPUT F-ASSEMB.

           MOVE 'F' TO WS-RAPP-FIN.

           READ F-RAPP-TRIE
               AT END
                   MOVE 'T' TO WS-RAPP-FIN
           END-READ.

           PERFORM UNTIL WS-RAPP-FIN = 'T'

      *        Debut de groupe classe + matricule.
               MOVE X-CLASS TO WS-GR-CLASS
               MOVE X-STUDENT-ID TO WS-GR-STUDENT-ID
               MOVE SPACE TO WS-GR-ECOLE
               MOVE 'F' TO WS-LISTE-VUE
               MOVE SPACE TO WS-CODE-RETENU
               MOVE 'F' TO WS-NOTE-ECARTEE
               MOVE 'F' TO WS-GROUPE-FIN

               PERFORM UNTIL WS-GROUPE-FIN = 'T'

                   IF X-TYPE = '1'
      *                Eleve de la liste ; une ligne de liste en
      *                double pour la meme classe est sans effet.
                       IF WS-LISTE-VUE = 'F'
                           MOVE 'T' TO WS-LISTE-VUE
                           MOVE X-ECOLE TO WS-GR-ECOLE
                           PERFORM VERSER-LIGNE
                       END-IF

                   ELSE IF WS-LISTE-VUE = 'F'
                       IF X-NATURE = 'N'
                           PERFORM SIGNALER-HORS-LISTE
                       END-IF

                   ELSE IF X-NATURE = 'N'
                       IF X-CODE = WS-CODE-RETENU
                           MOVE 'T' TO WS-NOTE-ECARTEE
                           PERFORM SIGNALER-DOUBLE
                       ELSE
                           MOVE 'F' TO WS-NOTE-ECARTEE
                           MOVE X-CODE TO WS-CODE-RETENU
                           MOVE X-REMISE TO WS-REMISE-RETENUE
                           MOVE XN-GRADE TO WS-GRADE-RETENU
                           PERFORM VERSER-LIGNE
                       END-IF

                   ELSE IF WS-NOTE-ECARTEE = 'F'
                       PERFORM VERSER-LIGNE

                   END-IF END-IF END-IF END-IF

                   READ F-RAPP-TRIE
                       AT END
                           MOVE 'T' TO WS-RAPP-FIN
                   END-READ

                   IF WS-RAPP-FIN = 'T'
                       OR X-CLASS NOT = WS-GR-CLASS
                       OR X-STUDENT-ID NOT = WS-GR-STUDENT-ID
                       MOVE 'T' TO WS-GROUPE-FIN
                   END-IF

               END-PERFORM

           END-PERFORM.

           CLOSE F-RAPP-TRIE.
           CLOSE F-ASSEMB.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "  " DELIMITED BY SIZE
                   WS-CNT-DOUBLES DELIMITED BY SIZE
                   " NOTES EN DOUBLE, " DELIMITED BY SIZE
                   WS-CNT-HORS-LISTE DELIMITED BY SIZE
                   " NOTES HORS LISTE DE CLASSE" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

      ******************************************************************
      *    Ligne retenue du groupe en cours vers le fichier de
      *    travail, sous l'etablissement de la liste de classe.
      ******************************************************************
       VERSER-LIGNE.

           MOVE WS-GR-ECOLE TO A-ECOLE.
           MOVE X-STUDENT-ID TO A-STUDENT-ID.
           MOVE X-TYPE TO A-TYPE.
           MOVE X-CODE TO A-CODE.
           MOVE X-REMISE TO A-REMISE.
           MOVE X-LIGNE TO A-LIGNE.
           MOVE X-NATURE TO A-NATURE.
           MOVE X-CLASS TO A-CLASS.
           MOVE X-DONNEES TO A-DONNEES.
           WRITE REC-F-ASSEMB.

      ******************************************************************
      *    Note d'un eleve absent de la liste de sa classe.
      ******************************************************************
       SIGNALER-HORS-LISTE.

           ADD 1 TO WS-CNT-HORS-LISTE.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "  HORS LISTE DE CLASSE : CLASSE " DELIMITED BY SIZE
                   X-CLASS DELIMITED BY SIZE
                   " MATRIC " DELIMITED BY SIZE
                   X-STUDENT-ID DELIMITED BY SIZE
                   " MATIERE " DELIMITED BY SIZE
                   X-CODE DELIMITED BY SIZE
                   " NOTE " DELIMITED BY SIZE
                   XN-GRADE DELIMITED BY SIZE
                   " REMISE " DELIMITED BY SIZE
                   X-REMISE DELIMITED BY SIZE
                   " PROF " DELIMITED BY SIZE
                   RM-PROF(X-REMISE) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

      ******************************************************************
      *    Seconde note du meme eleve pour la meme matiere.
      ******************************************************************
       SIGNALER-DOUBLE.

           ADD 1 TO WS-CNT-DOUBLES.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "  NOTE EN DOUBLE : CLASSE " DELIMITED BY SIZE
                   X-CLASS DELIMITED BY SIZE
                   " MATRIC " DELIMITED BY SIZE
                   X-STUDENT-ID DELIMITED BY SIZE
                   " MATIERE " DELIMITED BY SIZE
                   X-CODE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "    RETENUE " DELIMITED BY SIZE
                   WS-GRADE-RETENU DELIMITED BY SIZE
                   " (REMISE " DELIMITED BY SIZE
                   WS-REMISE-RETENUE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RM-PROF(WS-REMISE-RETENUE) DELIMITED BY SIZE
                   ") ECARTEE " DELIMITED BY SIZE
                   XN-GRADE DELIMITED BY SIZE
                   " (REMISE " DELIMITED BY SIZE
                   X-REMISE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RM-PROF(X-REMISE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

      ******************************************************************
      *    Remises attendues non recues : pour chaque classe des
      *    listes, chaque matiere du programme de son niveau doit
      *    avoir au moins une remise acceptee.
      ******************************************************************
       CONTROLER-NON-REMISES.

           MOVE SPACE TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE "REMISES ATTENDUES NON RECUES" TO WS-OUT-LINE.
           PERFORM ECRIRE-RAPPORT.

           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
               UNTIL WS-IDX-CL > CL-LGHT

               MOVE CL-NIVEAU(WS-IDX-CL) TO PRG-NIVEAU
               MOVE LOW-VALUE TO PRG-CODE
               MOVE 'F' TO WS-PROG-FIN
               START F-PROGRAMME KEY NOT LESS PRG-CLE
                   INVALID KEY
                       MOVE 'T' TO WS-PROG-FIN
               END-START

               PERFORM UNTIL WS-PROG-FIN = 'T'

                   READ F-PROGRAMME NEXT
                       AT END
                           MOVE 'T' TO WS-PROG-FIN
                   END-READ

                   IF WS-PROG-FIN = 'F'
                       AND PRG-NIVEAU NOT = CL-NIVEAU(WS-IDX-CL)
                       MOVE 'T' TO WS-PROG-FIN
                   END-IF

                   IF WS-PROG-FIN = 'F'
                       MOVE 'F' TO WS-REMISE-TROUVEE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > RM-LGHT
                           OR WS-REMISE-TROUVEE = 'T'
                           IF RM-ETAT(WS-IDX) = 'A'
                               AND RM-CLASS(WS-IDX) =
                                   CL-CLASS(WS-IDX-CL)
                               AND RM-CODE(WS-IDX) = PRG-CODE
                               MOVE 'T' TO WS-REMISE-TROUVEE
                           END-IF
                       END-PERFORM
                       IF WS-REMISE-TROUVEE = 'F'
                           ADD 1 TO WS-CNT-NON-REMISES
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "  CLASSE " DELIMITED BY SIZE
                                   CL-CLASS(WS-IDX-CL)
                                   DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   CL-EFFECTIF(WS-IDX-CL)
                                   DELIMITED BY SIZE
                                   " ELEVES) MATIERE " DELIMITED BY SIZE
                                   PRG-CODE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PRG-LABEL DELIMITED BY SIZE
                                   " PROF. PRINCIPAL " DELIMITED BY SIZE
                                   CL-PROF(WS-IDX-CL)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           PERFORM ECRIRE-RAPPORT
                       END-IF
                   END-IF

               END-PERFORM

           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "  " DELIMITED BY SIZE
                   WS-CNT-NON-REMISES DELIMITED BY SIZE
                   " REMISES NON RECUES" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM ECRIRE-RAPPORT.

      ******************************************************************
      *    Ecriture de input.dat : entete 00 a chaque etablissement,
      *    01 par eleve, 02 par note retenue suivie de son 03, puis
      *    le trailer 99 des nombres de 01, 02 et 03 ecrits.
      ******************************************************************
       ASSEMBLER-ENTREE.

           OPEN INPUT F-ASSEMB-TRIE.
           OPEN OUTPUT F-INPUT.

           MOVE 'F' TO WS-ASS-FIN.
           MOVE 'T' TO WS-PREMIERE-ECOLE.

           PERFORM UNTIL WS-ASS-FIN = 'T'

               READ F-ASSEMB-TRIE

                   AT END
                       MOVE 'T' TO WS-ASS-FIN

                   NOT AT END

                       IF WS-PREMIERE-ECOLE = 'T'
                           OR Y-ECOLE NOT = WS-PREV-ECOLE
                           MOVE 'F' TO WS-PREMIERE-ECOLE
                           MOVE Y-ECOLE TO WS-PREV-ECOLE
                           ADD 1 TO WS-CNT-00
                           MOVE SPACE TO REC-F-INPUT
                           MOVE "00" TO REC-F-INPUT(1:2)
                           MOVE Y-ECOLE TO REC-F-INPUT(3:4)
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > ET-LGHT
                               IF ET-CODE(WS-IDX) = Y-ECOLE
                                   MOVE ET-NOM(WS-IDX)
                                       TO REC-F-INPUT(7:30)
                               END-IF
                           END-PERFORM
                           WRITE REC-F-INPUT
                       END-IF

      *                Ligne 01 : matricule, classe, nom sur 7,
      *                prenom sur 9, age en fin de ligne.
                       MOVE SPACE TO REC-F-INPUT
                       IF Y-TYPE = '1'
                           ADD 1 TO WS-CNT-01
                           MOVE "01" TO REC-F-INPUT(1:2)
                           MOVE Y-STUDENT-ID TO REC-F-INPUT(3:6)
                           MOVE Y-CLASS TO REC-F-INPUT(9:5)
                           MOVE YL-LASTNAME TO REC-F-INPUT(14:7)
                           MOVE YL-FIRSTNAME TO REC-F-INPUT(21:9)
                           MOVE YL-AGE TO REC-F-INPUT(30:2)
                       ELSE IF Y-NATURE = 'N'
                           ADD 1 TO WS-CNT-02
                           MOVE "02" TO REC-F-INPUT(1:2)
                           MOVE YN-LABEL TO REC-F-INPUT(3:23)
                           MOVE YN-COEF TO REC-F-INPUT(26:3)
                           MOVE YN-GRADE TO REC-F-INPUT(29:5)
                       ELSE
                           ADD 1 TO WS-CNT-03
                           MOVE "03" TO REC-F-INPUT(1:2)
                           MOVE YA-TEXTE TO REC-F-INPUT(3:50)
                       END-IF END-IF
                       WRITE REC-F-INPUT

               END-READ

           END-PERFORM.

           MOVE SPACE TO REC-F-INPUT.
           MOVE "99" TO REC-F-INPUT(1:2).
           MOVE WS-CNT-01 TO REC-F-INPUT(3:6).
           MOVE WS-CNT-02 TO REC-F-INPUT(9:6).
           MOVE WS-CNT-03 TO REC-F-INPUT(15:6).
           WRITE REC-F-INPUT.

           CLOSE F-ASSEMB-TRIE.
           CLOSE F-INPUT.
