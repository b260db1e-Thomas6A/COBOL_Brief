      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rectif.
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
           SELECT F-RECTIF
               ASSIGN TO 'rectif.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RECTIF-STATUS.

           SELECT F-CONTROL
               ASSIGN TO 'control.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-CATALOG
               ASSIGN TO 'catalog.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

           SELECT F-CLASSES
               ASSIGN TO 'classes.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLS-CLASS
               FILE STATUS IS F-CLASSES-STATUS.

           SELECT F-MASTER
               ASSIGN TO 'master.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS M-STUDENT-ID
               FILE STATUS IS F-MASTER-STATUS.

           SELECT F-HISTTERM
               ASSIGN TO 'histterm.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTTERM-STATUS.

           SELECT F-HISTPREC
               ASSIGN TO 'histprec.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTPREC-STATUS.

           SELECT F-EXTRACT
               ASSIGN TO 'extract.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXTRACT-STATUS.

           SELECT F-RATTRAP
               ASSIGN TO 'rattrap.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RATTRAP-STATUS.

           SELECT F-RATTPREC
               ASSIGN TO 'rattprec.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RATTPREC-STATUS.

           SELECT F-AUDIT
               ASSIGN TO 'rectaudt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'rectrpt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

           SELECT F-BULLETIN
               ASSIGN TO 'bulrect.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BULLETIN-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.
      *    Cartes de rectification apres jury, format positionnel :
      *    1:6   matricule
      *    7:15  periode (telle qu'ecrite a l'historique)
      *    22:8  code canonique de la matiere
      *    30:5  nouvelle note (meme ecriture que les lignes 02 :
      *          0 a 20, ABS ou DISP)
      *    35:4  code du demandeur (repris dans la piste d'audit)
      *    39:4  etablissement (facultatif ; a blanc, la carte vaut
      *          pour l'unique historique de l'eleve sur la periode)
       FD  F-RECTIF
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-RECTIF        PIC X(80).

       FD  F-CONTROL
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-CONTROL       PIC X(80).

       FD  F-CATALOG
           RECORD CONTAINS 56 CHARACTERS.

       01  REC-F-CATALOG.
           03 CAT-LABEL        PIC X(23).
           03 CAT-CODE         PIC X(08).
           03 CAT-OFF-LABEL    PIC X(23).
           03 CAT-COEF         PIC 9V9.

       FD  F-CLASSES
           RECORD CONTAINS 33 CHARACTERS.

       01  REC-F-CLASSES.
           03 CLS-CLASS        PIC X(05).
           03 CLS-NIVEAU       PIC X(05).
           03 CLS-PROF         PIC X(23).

       FD  F-MASTER
           RECORD CONTAINS 34 CHARACTERS.

       01  REC-F-MASTER.
           03 M-STUDENT-ID     PIC 9(06).
           03 M-LASTNAME       PIC X(12).
           03 M-FIRSTNAME      PIC X(12).
           03 M-MOYENNE        PIC 99V99.

      *    Historique des termes ecrit par le traitement de nuit :
      *    meme dessin que dans PROGRAM-ID. student (entete '1',
      *    matiere '2', evaluation '3'). Il est reecrit en entier a
      *    partir de sa copie histprec.dat.
       FD  F-HISTTERM
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTTERM      PIC X(69).

      *    Copie de l'historique avant rectification : source de la
      *    reecriture, et sauvegarde en cas d'incident pendant
      *    celle-ci.
       FD  F-HISTPREC
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTPREC.
           03 HP-TYPE          PIC X(01).
           03 HP-PERIODE       PIC X(15).
           03 HP-ECOLE         PIC X(04).
           03 HP-STUDENT-ID    PIC 9(06).
           03 FILLER           PIC X(43).

       FD  F-EXTRACT
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EXTRACT.
           03 EXT-STUDENT-ID   PIC 9(06).
           03 EXT-LASTNAME     PIC X(12).
           03 EXT-FIRSTNAME    PIC X(12).
           03 EXT-AGE          PIC 9(02).
           03 EXT-MOYENNE      PIC 99V99.
           03 EXT-STATUT       PIC X(01).
               88 EXT-STATUT-RECU      VALUE 'R'.
               88 EXT-STATUT-AJOURNE   VALUE 'A'.
               88 EXT-STATUT-RATTRAPAGE VALUE 'T'.
           03 EXT-ECOLE        PIC X(04).

       FD  F-RATTRAP
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RATTRAP.
           03 RT-STUDENT-ID    PIC 9(06).
           03 RT-LASTNAME      PIC X(12).
           03 RT-FIRSTNAME     PIC X(12).
           03 RT-CLASS         PIC X(05).
           03 RT-MOYENNE       PIC 99V99.
           03 RT-ECOLE         PIC X(04).

       FD  F-RATTPREC
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RATTPREC.
           03 RP-STUDENT-ID    PIC 9(06).
           03 RP-LASTNAME      PIC X(12).
           03 RP-FIRSTNAME     PIC X(12).
           03 RP-CLASS         PIC X(05).
           03 RP-MOYENNE       PIC 99V99.
           03 RP-ECOLE         PIC X(04).

      *    Piste d'audit : une ligne par carte appliquee, avec la
      *    note avant et apres, la moyenne et la decision du jury
      *    avant et apres, et le demandeur.
       FD  F-AUDIT
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AUDIT.
           03 AUD-DATE         PIC 9(08).
           03 AUD-HEURE        PIC 9(06).
           03 AUD-OPERATEUR    PIC X(04).
           03 AUD-ACTION       PIC X(06).
           03 AUD-PERIODE      PIC X(15).
           03 AUD-ECOLE        PIC X(04).
           03 AUD-STUDENT-ID   PIC 9(06).
           03 AUD-CODE         PIC X(08).
           03 AUD-NOTE-AVANT   PIC X(05).
           03 AUD-NOTE-APRES   PIC X(05).
           03 AUD-MOY-AVANT    PIC 99V99.
           03 AUD-MOY-APRES    PIC 99V99.
           03 AUD-DEC-AVANT    PIC X(10).
           03 AUD-DEC-APRES    PIC X(10).
           03 FILLER           PIC X(65).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      *    Bulletins rectifies : une page de 66 lignes par eleve
      *    rectifie, meme gabarit que bulletin.dat.
       FD  F-BULLETIN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BULLETIN      PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-RECTIF-STATUS     PIC X(02) VALUE SPACE.
           88 F-RECTIF-STATUS-OK       VALUE '00'.
           88 F-RECTIF-STATUS-EOF      VALUE '10'.
           88 F-RECTIF-STATUS-NOFILE   VALUE '35'.

       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK      VALUE '00'.
           88 F-CONTROL-STATUS-EOF     VALUE '10'.
           88 F-CONTROL-STATUS-NOFILE  VALUE '35'.

       01  F-CATALOG-STATUS    PIC X(02) VALUE SPACE.
           88 F-CATALOG-STATUS-OK      VALUE '00'.
           88 F-CATALOG-STATUS-NOTFND  VALUE '23'.
           88 F-CATALOG-STATUS-NOFILE  VALUE '35'.

       01  F-CLASSES-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSES-STATUS-OK      VALUE '00'.
           88 F-CLASSES-STATUS-NOTFND  VALUE '23'.
           88 F-CLASSES-STATUS-NOFILE  VALUE '35'.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK       VALUE '00'.
           88 F-MASTER-STATUS-NOTFND   VALUE '23'.
           88 F-MASTER-STATUS-NOFILE   VALUE '35'.

       01  F-HISTTERM-STATUS   PIC X(02) VALUE SPACE.
           88 F-HISTTERM-STATUS-OK     VALUE '00'.
           88 F-HISTTERM-STATUS-EOF    VALUE '10'.
           88 F-HISTTERM-STATUS-NOFILE VALUE '35'.

       01  F-HISTPREC-STATUS   PIC X(02) VALUE SPACE.
           88 F-HISTPREC-STATUS-OK     VALUE '00'.
           88 F-HISTPREC-STATUS-EOF    VALUE '10'.

       01  F-EXTRACT-STATUS    PIC X(02) VALUE SPACE.
           88 F-EXTRACT-STATUS-OK      VALUE '00'.
           88 F-EXTRACT-STATUS-NOFILE  VALUE '35'.

       01  F-RATTRAP-STATUS    PIC X(02) VALUE SPACE.
           88 F-RATTRAP-STATUS-OK      VALUE '00'.
           88 F-RATTRAP-STATUS-EOF     VALUE '10'.
           88 F-RATTRAP-STATUS-NOFILE  VALUE '35'.

       01  F-RATTPREC-STATUS   PIC X(02) VALUE SPACE.
           88 F-RATTPREC-STATUS-OK     VALUE '00'.
           88 F-RATTPREC-STATUS-EOF    VALUE '10'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK        VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE    VALUE '35'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

       01  F-BULLETIN-STATUS   PIC X(02) VALUE SPACE.
           88 F-BULLETIN-STATUS-OK     VALUE '00'.

      *    Seuils du jury, relus dans les memes cartes que le
      *    traitement de nuit : la rectification redelibere avec les
      *    regles qui ont servi au jury du terme.
       01  WS-JURY-PARAM.
           05 WS-SEUIL-REUSSITE    PIC 99V99   VALUE 10,00.
           05 WS-ELIMIN-SEUIL      PIC 99V99   VALUE 0.
           05 WS-RATTRA-SEUIL      PIC 99V99   VALUE 99,99.
           05 WS-EXCL-LGHT         PIC 9(03)   VALUE 0.
           05 WS-EXCL-ENTREE OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-EXCL-LGHT.
               10 WS-EXCL-CODE        PIC X(08).

      *    Cartes de rectification retenues. Etat : V valide en
      *    attente, A appliquee a l'eleve en cours, T traitee,
      *    R rejetee.
       01  DATA-CARTES.
           05 CR-LGHT              PIC 9(03)   VALUE 0.
           05 CR-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON CR-LGHT.
               10 CR-STUDENT-ID    PIC 9(06).
               10 CR-PERIODE       PIC X(15).
               10 CR-CODE          PIC X(08).
               10 CR-NOTE          PIC X(05).
               10 CR-DEMANDEUR     PIC X(04).
               10 CR-ECOLE         PIC X(04).
               10 CR-NB-HIST       PIC 9(03).
               10 CR-ANCIENNE      PIC X(05).
               10 CR-ETAT          PIC X(01).
                   88 CR-ETAT-VALIDE       VALUE 'V'.
                   88 CR-ETAT-APPLIQUEE    VALUE 'A'.
                   88 CR-ETAT-TRAITEE      VALUE 'T'.
                   88 CR-ETAT-REJETEE      VALUE 'R'.
               10 CR-IMAGE         PIC X(42).

      *    Lignes d'historique d'un eleve pour une periode : l'entete
      *    '1' et les lignes '2' et '3' qui la suivent, gardees en
      *    table le temps d'appliquer les cartes et de redeliberer.
       01  DATA-BLOC.
           05 BL-LGHT              PIC 9(04)   VALUE 0.
           05 BL-LIGNE OCCURS 0 TO 2000 TIMES
               DEPENDING ON BL-LGHT.
               10 BL-IMAGE         PIC X(69).
               10 BL-RECTIFIEE     PIC X(01).
               10 BL-ANCIENNE      PIC X(05).

      *    Vue d'une ligne de la table ci-dessus.
       01  LH-LIGNE.
           03 LH-TYPE          PIC X(01).
           03 LH-PERIODE       PIC X(15).
           03 LH-ECOLE         PIC X(04).
           03 LH-STUDENT-ID    PIC 9(06).
           03 LH-CLASS         PIC X(05).
           03 LH-DONNEES.
               05 LH-LASTNAME      PIC X(12).
               05 LH-FIRSTNAME     PIC X(12).
               05 LH-AGE           PIC 9(02).
               05 LH-MOYENNE       PIC 99V99.
               05 FILLER           PIC X(08).
           03 LH-DONNEES-MAT REDEFINES LH-DONNEES.
               05 LH-CODE          PIC X(08).
               05 LH-LABEL         PIC X(23).
               05 LH-COEF          PIC 9V9.
               05 LH-GRADE         PIC X(05).
           03 LH-DONNEES-EVAL REDEFINES LH-DONNEES.
               05 LH-EV-CODE       PIC X(08).
               05 LH-EV-TYPE       PIC X(03).
               05 LH-EV-DATE       PIC 9(08).
               05 LH-EV-POIDS      PIC 9V9.
               05 LH-EV-GRADE      PIC X(05).
               05 FILLER           PIC X(12).

      *    Eleve dont le classement sur la liste de rattrapage
      *    change : A ajout, S retrait, M moyenne a corriger.
       01  DATA-RATT.
           05 RC-LGHT              PIC 9(03)   VALUE 0.
           05 RC-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON RC-LGHT.
               10 RC-ACTION        PIC X(01).
               10 RC-STUDENT-ID    PIC 9(06).
               10 RC-LASTNAME      PIC X(12).
               10 RC-FIRSTNAME     PIC X(12).
               10 RC-CLASS         PIC X(05).
               10 RC-MOYENNE       PIC 99V99.
               10 RC-ECOLE         PIC X(04).
               10 RC-FAIT          PIC X(01).

      *    Eleve en cours de rectification.
       01  WS-ELEVE.
           05 WS-EL-PERIODE        PIC X(15).
           05 WS-EL-ECOLE          PIC X(04).
           05 WS-EL-STUDENT-ID     PIC 9(06).
           05 WS-EL-CLASS          PIC X(05).
           05 WS-EL-LASTNAME       PIC X(12).
           05 WS-EL-FIRSTNAME      PIC X(12).
           05 WS-EL-AGE            PIC 9(02).
           05 WS-EL-MOY-AVANT      PIC 99V99.
           05 WS-EL-MOY-APRES      PIC 99V99.
           05 WS-EL-DEC-AVANT      PIC X(10).
           05 WS-EL-DEC-APRES      PIC X(10).
           05 WS-EL-STATUT-AVANT   PIC X(01).
           05 WS-EL-STATUT-APRES   PIC X(01).
           05 WS-EL-REGLE-APRES    PIC X(50).

       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-HEURE                    PIC 9(08)           VALUE 0.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-MOTIF                    PIC X(45)           VALUE SPACE.
       77  WS-CARTE-REJETEE            PIC X               VALUE 'F'.
       77  WS-NOTE-CARTE               PIC X(05)           VALUE SPACE.
       77  WS-NOTE-VALUE               PIC S9(03)V99       VALUE 0.
       77  WS-CR-INDEX                 PIC 9(03)           VALUE 0.
       77  WS-RC-INDEX                 PIC 9(03)           VALUE 0.
       77  WS-BL-INDEX                 PIC 9(04)           VALUE 0.
       77  WS-EXCL-INDEX               PIC 9(03)           VALUE 0.
       77  WS-BLOC-ENTETE              PIC X               VALUE 'F'.
       77  WS-COPIE-ECHEC              PIC X               VALUE 'F'.
       77  WS-BLOC-MODIFIE             PIC X               VALUE 'F'.
       77  WS-MATIERE-TROUVEE          PIC X               VALUE 'F'.
       77  WS-COURSE-EXCLUDED          PIC X               VALUE 'F'.
       77  WS-CALC-AVANT               PIC X               VALUE 'F'.
       77  WS-CALC-NOTE                PIC X(05)           VALUE SPACE.
       77  WS-COEF                     PIC 9V9             VALUE 0.
       77  WS-GRADE-VALUE              PIC 99V99           VALUE 0.
       77  WS-SOMME-POND               PIC 9(07)V99        VALUE 0.
       77  WS-SOMME-COEF               PIC 9(05)V9         VALUE 0.
       77  WS-MOYENNE-CALC             PIC 99V99           VALUE 0.
       77  WS-DL-MOYENNE               PIC 99V99           VALUE 0.
       77  WS-DL-ELIMINE               PIC X               VALUE 'F'.
       77  WS-DL-ELIM-LABEL            PIC X(23)           VALUE SPACE.
       77  WS-DL-DECISION              PIC X(10)           VALUE SPACE.
       77  WS-DL-STATUT                PIC X(01)           VALUE SPACE.
       77  WS-DL-REGLE                 PIC X(50)           VALUE SPACE.
       77  WS-CL-PROF                  PIC X(23)           VALUE SPACE.
       77  WS-MAITRE-TROUVE            PIC X               VALUE 'F'.
       77  WS-CLASSES-OUVERT           PIC X               VALUE 'F'.
       77  WS-RATT-EXISTE              PIC X               VALUE 'F'.
       77  WS-RP-RETENU                PIC X               VALUE 'T'.
       77  WS-RC-ACTION                PIC X               VALUE SPACE.
       77  WS-MOY-AVANT-ED             PIC Z9,99.
       77  WS-MOY-APRES-ED             PIC Z9,99.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.

       01  WS-CNT-RECTIF.
           05 WS-CNT-CARTES        PIC 9(06) VALUE 0.
           05 WS-CNT-APPLIQUEES    PIC 9(06) VALUE 0.
           05 WS-CNT-REJETEES      PIC 9(06) VALUE 0.
           05 WS-CNT-ELEVES        PIC 9(06) VALUE 0.
           05 WS-CNT-DECISIONS     PIC 9(06) VALUE 0.
           05 WS-CNT-EXTRAITS      PIC 9(06) VALUE 0.
           05 WS-CNT-RATT-AJOUTS   PIC 9(06) VALUE 0.
           05 WS-CNT-RATT-RETRAITS PIC 9(06) VALUE 0.
           05 WS-CNT-MAITRE-MAJ    PIC 9(06) VALUE 0.
           05 WS-CNT-MAITRE-ABSENT PIC 9(06) VALUE 0.
           05 WS-CNT-HIST-LUES     PIC 9(08) VALUE 0.

      *    Edition du bulletin rectifie.
       77  WS-BUL-PAGE-LEN             PIC 9(02)           VALUE 66.
       77  WS-BUL-PAGE-CTR             PIC 9(04)           VALUE 0.
       77  WS-BUL-LINE-CTR             PIC 9(02)           VALUE 0.

       01  WS-EV-DATE                  PIC 9(08) VALUE 0.
       01  WS-EV-DATE-R REDEFINES WS-EV-DATE.
           05 WS-EV-DATE-AAAA  PIC X(04).
           05 WS-EV-DATE-MM    PIC X(02).
           05 WS-EV-DATE-JJ    PIC X(02).

       01  BUL-LIGNE-SEP       PIC X(132) VALUE ALL "=".

       01  BUL-LIGNE-TIRETS    PIC X(132) VALUE ALL "-".

       01  BUL-LIGNE-TITRE.
           05 FILLER           PIC X(20) VALUE "BULLETIN RECTIFIE".
           05 FILLER           PIC X(10) VALUE "PERIODE : ".
           05 BUL-TITRE-PERIODE PIC X(15).
           05 FILLER           PIC X(05) VALUE SPACE.
           05 FILLER           PIC X(11) VALUE "EDITE LE : ".
           05 BUL-TITRE-JJ     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 BUL-TITRE-MM     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 BUL-TITRE-AAAA   PIC X(04).
           05 FILLER           PIC X(08) VALUE " ETAB : ".
           05 BUL-TITRE-ETAB   PIC X(38).
           05 FILLER           PIC X(07) VALUE "PAGE : ".
           05 BUL-TITRE-PAGE   PIC ZZZ9.
           05 FILLER           PIC X(04) VALUE SPACE.

       01  BUL-LIGNE-ELEVE.
           05 FILLER           PIC X(08) VALUE "ELEVE : ".
           05 BUL-ELEVE-ID     PIC 9(06).
           05 FILLER           PIC X(08) VALUE "  NOM : ".
           05 BUL-ELEVE-NOM    PIC X(12).
           05 FILLER           PIC X(11) VALUE "  PRENOM : ".
           05 BUL-ELEVE-PRENOM PIC X(12).
           05 FILLER           PIC X(11) VALUE "  CLASSE : ".
           05 BUL-ELEVE-CLASSE PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 BUL-ELEVE-SUITE  PIC X(08).
           05 FILLER           PIC X(19) VALUE
               "  PROF PRINCIPAL : ".
           05 BUL-ELEVE-PROF   PIC X(23).
           05 FILLER           PIC X(07) VALUE SPACE.

       01  BUL-LIGNE-ENTETE.
           05 FILLER           PIC X(04) VALUE SPACE.
           05 FILLER           PIC X(23) VALUE "MATIERE".
           05 FILLER           PIC X(04) VALUE SPACE.
           05 FILLER           PIC X(04) VALUE "COEF".
           05 FILLER           PIC X(04) VALUE SPACE.
           05 FILLER           PIC X(05) VALUE "NOTE".
           05 FILLER           PIC X(04) VALUE SPACE.
           05 FILLER           PIC X(15) VALUE "ANCIENNE NOTE".
           05 FILLER           PIC X(12) VALUE SPACE.
           05 FILLER           PIC X(57) VALUE SPACE.

      *    Ligne matiere : l'ancienne note n'est imprimee que pour
      *    les matieres rectifiees.
       01  BUL-LIGNE-MATIERE.
           05 FILLER           PIC X(04) VALUE SPACE.
           05 BUL-MAT-LABEL    PIC X(23).
           05 FILLER           PIC X(04) VALUE SPACE.
           05 BUL-MAT-COEF     PIC 9,9.
           05 FILLER           PIC X(05) VALUE SPACE.
           05 BUL-MAT-NOTE     PIC X(05).
           05 FILLER           PIC X(04) VALUE SPACE.
           05 BUL-MAT-ANCIENNE PIC X(05).
           05 FILLER           PIC X(10) VALUE SPACE.
           05 BUL-MAT-MENTION  PIC X(50).
           05 FILLER           PIC X(19) VALUE SPACE.

       01  BUL-LIGNE-EVAL.
           05 FILLER           PIC X(06) VALUE SPACE.
           05 BUL-EV-LIBELLE   PIC X(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 BUL-EV-JJ        PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 BUL-EV-MM        PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 BUL-EV-AAAA      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 BUL-EV-POIDS     PIC 9,9.
           05 FILLER           PIC X(05) VALUE SPACE.
           05 BUL-EV-NOTE      PIC X(05).
           05 FILLER           PIC X(88) VALUE SPACE.

       01  BUL-LIGNE-PIED.
           05 FILLER           PIC X(19) VALUE "MOYENNE GENERALE : ".
           05 BUL-PIED-MOYENNE PIC Z9,99.
           05 FILLER           PIC X(22) VALUE
               "   MOYENNE PUBLIEE : ".
           05 BUL-PIED-ANCIENNE PIC Z9,99.
           05 FILLER           PIC X(81) VALUE SPACE.

       01  BUL-LIGNE-DECISION.
           05 FILLER           PIC X(19) VALUE "DECISION DU JURY : ".
           05 BUL-DEC-APRES    PIC X(10).
           05 FILLER           PIC X(22) VALUE
               "   DECISION PUBLIEE : ".
           05 BUL-DEC-AVANT    PIC X(10).
           05 FILLER           PIC X(03) VALUE SPACE.
           05 BUL-DEC-REGLE    PIC X(50).
           05 FILLER           PIC X(18) VALUE SPACE.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE FROM TIME.

           OPEN INPUT F-RECTIF.
           IF NOT F-RECTIF-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE rectif.dat IMPOSSIBLE, "
                   "STATUT " F-RECTIF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Sans catalogue, pas de coefficients : on ne recalcule pas
      *    une moyenne a l'aveugle.
           OPEN INPUT F-CATALOG.
           IF NOT F-CATALOG-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE catalog.dat IMPOSSIBLE, "
                   "STATUT " F-CATALOG-STATUS
               CLOSE F-RECTIF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    La rectification ne cree jamais le fichier maitre : s'il
      *    est absent c'est une erreur d'exploitation, on s'arrete.
           OPEN I-O F-MASTER.
           IF NOT F-MASTER-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE master.dat IMPOSSIBLE, "
                   "STATUT " F-MASTER-STATUS
               CLOSE F-RECTIF
               CLOSE F-CATALOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Le referentiel des classes ne sert qu'au nom du professeur
      *    principal sur le bulletin : facultatif.
           OPEN INPUT F-CLASSES.
           IF F-CLASSES-STATUS-OK
               MOVE 'T' TO WS-CLASSES-OUVERT
           END-IF.

           MOVE 0 TO WS-EXCL-LGHT.

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
                                   MOVE REC-F-CONTROL(6:23)
                                       TO CAT-LABEL
                                   READ F-CATALOG
                                       INVALID KEY
                                           MOVE REC-F-CONTROL(6:8)
                                             TO WS-EXCL-CODE
                                               (WS-EXCL-LGHT)
                                       NOT INVALID KEY
                                           MOVE CAT-CODE
                                             TO WS-EXCL-CODE
                                               (WS-EXCL-LGHT)
                                   END-READ
                               END-IF

                           ELSE IF REC-F-CONTROL(1:6) = "ELIMIN"
                               COMPUTE WS-ELIMIN-SEUIL =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(7:5))

                           ELSE IF REC-F-CONTROL(1:6) = "RATTRA"
                               COMPUTE WS-RATTRA-SEUIL =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(7:5))

                           END-IF END-IF END-IF END-IF

                   END-READ

               END-PERFORM

               CLOSE F-CONTROL

           END-IF.

      *    La piste d'audit s'enrichit d'une execution a l'autre :
      *    ouverture en ajout, creation au premier passage.
           OPEN EXTEND F-AUDIT.
           IF F-AUDIT-STATUS-NOFILE
               OPEN OUTPUT F-AUDIT
           END-IF.

      *    Les extraits correctifs s'ajoutent a la suite de l'extrait
      *    du terme, comme ceux du rattrapage.
           OPEN EXTEND F-EXTRACT.
           IF F-EXTRACT-STATUS-NOFILE
               OPEN OUTPUT F-EXTRACT
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           OPEN OUTPUT F-BULLETIN.

           MOVE WS-DATE-JOUR(7:2) TO BUL-TITRE-JJ.
           MOVE WS-DATE-JOUR(5:2) TO BUL-TITRE-MM.
           MOVE WS-DATE-JOUR(1:4) TO BUL-TITRE-AAAA.
           MOVE 0 TO WS-BUL-PAGE-CTR.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "RECTIFICATIONS DE NOTES APRES JURY DU "
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

      *    Premier temps : controle des cartes et mise en table.
           SET F-RECTIF-STATUS-OK TO TRUE.

           PERFORM UNTIL F-RECTIF-STATUS-EOF

               READ F-RECTIF

                   AT END
                       SET F-RECTIF-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-CARTES
                       PERFORM CONTROLER-CARTE

               END-READ

           END-PERFORM.

           CLOSE F-RECTIF.

      *    Deuxieme temps : copie de l'historique dans histprec.dat,
      *    en comptant pour chaque carte les entetes qui lui
      *    correspondent. Une carte doit designer un et un seul
      *    historique d'eleve sur la periode.
           IF CR-LGHT > 0
               PERFORM SAUVEGARDER-HISTORIQUE
           END-IF.

           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > CR-LGHT
               IF CR-ETAT-VALIDE(WS-CR-INDEX)
                   IF CR-NB-HIST(WS-CR-INDEX) = 0
                       MOVE "ELEVE ABSENT DE L'HISTORIQUE DE LA PERIODE"
                           TO WS-MOTIF
                       PERFORM REJETER-CARTE-TABLE
                   ELSE IF CR-NB-HIST(WS-CR-INDEX) > 1
                       MOVE "PLUSIEURS HISTORIQUES POUR L'ELEVE"
                           TO WS-MOTIF
                       PERFORM REJETER-CARTE-TABLE
                   END-IF END-IF
               END-IF
           END-PERFORM.

      *    Troisieme temps : reecriture de l'historique eleve par
      *    eleve, avec application des cartes et nouvelle
      *    deliberation des eleves rectifies.
           MOVE 'F' TO WS-BLOC-MODIFIE.
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > CR-LGHT
               IF CR-ETAT-VALIDE(WS-CR-INDEX)
                   MOVE 'T' TO WS-BLOC-MODIFIE
               END-IF
           END-PERFORM.

           IF WS-BLOC-MODIFIE = 'T'
               PERFORM REECRIRE-HISTORIQUE
           END-IF.

      *    Dernier temps : liste de rattrapage.
           IF RC-LGHT > 0
               PERFORM METTRE-A-JOUR-RATTRAP
           END-IF.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Cartes:" DELIMITED BY SIZE
                   WS-CNT-CARTES DELIMITED BY SIZE
                   " Appliquees:" DELIMITED BY SIZE
                   WS-CNT-APPLIQUEES DELIMITED BY SIZE
                   " Rejetees:" DELIMITED BY SIZE
                   WS-CNT-REJETEES DELIMITED BY SIZE
                   " Eleves:" DELIMITED BY SIZE
                   WS-CNT-ELEVES DELIMITED BY SIZE
                   " DecisionsModifiees:" DELIMITED BY SIZE
                   WS-CNT-DECISIONS DELIMITED BY SIZE
                   " Extraits:" DELIMITED BY SIZE
                   WS-CNT-EXTRAITS DELIMITED BY SIZE
                   " RattAjouts:" DELIMITED BY SIZE
                   WS-CNT-RATT-AJOUTS DELIMITED BY SIZE
                   " RattRetraits:" DELIMITED BY SIZE
                   WS-CNT-RATT-RETRAITS DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           DISPLAY "Rectifications apres jury :".
           DISPLAY "  Cartes lues          : " WS-CNT-CARTES.
           DISPLAY "  Cartes appliquees    : " WS-CNT-APPLIQUEES.
           DISPLAY "  Cartes rejetees      : " WS-CNT-REJETEES.
           DISPLAY "  Eleves rectifies     : " WS-CNT-ELEVES.
           DISPLAY "  Decisions modifiees  : " WS-CNT-DECISIONS.
           DISPLAY "  Extraits correctifs  : " WS-CNT-EXTRAITS.
           DISPLAY "  Ajouts au rattrapage : " WS-CNT-RATT-AJOUTS.
           DISPLAY "  Retraits rattrapage  : " WS-CNT-RATT-RETRAITS.
           DISPLAY "  Maitre mis a jour    : " WS-CNT-MAITRE-MAJ.
           DISPLAY "  Maitre absents       : " WS-CNT-MAITRE-ABSENT.

           CLOSE F-CATALOG.
           CLOSE F-MASTER.
           IF WS-CLASSES-OUVERT = 'T'
               CLOSE F-CLASSES
           END-IF.
           CLOSE F-AUDIT.
           CLOSE F-EXTRACT.
           CLOSE F-RAPPORT.
           CLOSE F-BULLETIN.

      *    Code retour pour l'ordonnanceur : 0 execution propre,
      *    4 des cartes rejetees ou des anomalies a verifier,
      *    8 ouverture impossible.
           IF WS-CNT-REJETEES > 0
               OR WS-CNT-MAITRE-ABSENT > 0
               MOVE 4 TO WS-CODE-RETOUR
           ELSE
               MOVE 0 TO WS-CODE-RETOUR
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *    Controle d'une carte de rectification et mise en table.
      ******************************************************************
       CONTROLER-CARTE.

           MOVE 'F' TO WS-CARTE-REJETEE.
           MOVE SPACE TO WS-MOTIF.
           MOVE REC-F-RECTIF(30:5) TO WS-NOTE-CARTE.

           IF REC-F-RECTIF(1:6) IS NOT NUMERIC
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "MATRICULE NON NUMERIQUE" TO WS-MOTIF
           ELSE IF REC-F-RECTIF(7:15) = SPACE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "PERIODE ABSENTE" TO WS-MOTIF
           ELSE IF REC-F-RECTIF(22:8) = SPACE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "CODE MATIERE ABSENT" TO WS-MOTIF
           ELSE IF WS-NOTE-CARTE = SPACE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "NOTE ABSENTE" TO WS-MOTIF
           ELSE IF REC-F-RECTIF(35:4) = SPACE
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "DEMANDEUR ABSENT" TO WS-MOTIF
           END-IF END-IF END-IF END-IF END-IF.

           IF WS-CARTE-REJETEE = 'F'
               AND FUNCTION TRIM(WS-NOTE-CARTE) NOT = "ABS"
               AND FUNCTION TRIM(WS-NOTE-CARTE) NOT = "DISP"
               IF FUNCTION TEST-NUMVAL(WS-NOTE-CARTE) NOT = 0
                   MOVE 'T' TO WS-CARTE-REJETEE
                   MOVE "NOTE NON NUMERIQUE" TO WS-MOTIF
               ELSE
                   COMPUTE WS-NOTE-VALUE =
                       FUNCTION NUMVAL(WS-NOTE-CARTE)
                   IF WS-NOTE-VALUE < 0 OR WS-NOTE-VALUE > 20
                       MOVE 'T' TO WS-CARTE-REJETEE
                       MOVE "NOTE HORS LIMITES (0-20)" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF.

           IF WS-CARTE-REJETEE = 'F'
               AND CR-LGHT >= 200
               DISPLAY "ATTENTION : CAPACITE CARTES MAXIMALE "
                   "ATTEINTE (200), CARTE IGNOREE : "
                   REC-F-RECTIF(1:42)
               MOVE 'T' TO WS-CARTE-REJETEE
               MOVE "CAPACITE CARTES ATTEINTE" TO WS-MOTIF
           END-IF.

           IF WS-CARTE-REJETEE = 'T'

               ADD 1 TO WS-CNT-REJETEES
               MOVE SPACE TO WS-OUT-LINE
               STRING "CARTE REJETEE : " DELIMITED BY SIZE
                       WS-MOTIF DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       REC-F-RECTIF(1:42) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT

           ELSE

               ADD 1 TO CR-LGHT
               MOVE REC-F-RECTIF(1:6) TO CR-STUDENT-ID(CR-LGHT)
               MOVE REC-F-RECTIF(7:15) TO CR-PERIODE(CR-LGHT)
               MOVE REC-F-RECTIF(22:8) TO CR-CODE(CR-LGHT)
               MOVE WS-NOTE-CARTE TO CR-NOTE(CR-LGHT)
               MOVE REC-F-RECTIF(35:4) TO CR-DEMANDEUR(CR-LGHT)
               MOVE REC-F-RECTIF(39:4) TO CR-ECOLE(CR-LGHT)
               MOVE 0 TO CR-NB-HIST(CR-LGHT)
               MOVE SPACE TO CR-ANCIENNE(CR-LGHT)
               MOVE 'V' TO CR-ETAT(CR-LGHT)
               MOVE REC-F-RECTIF(1:42) TO CR-IMAGE(CR-LGHT)

           END-IF.

      ******************************************************************
      *    Rejet d'une carte deja en table (WS-CR-INDEX), motif dans
      *    WS-MOTIF.
      ******************************************************************
       REJETER-CARTE-TABLE.

           MOVE 'R' TO CR-ETAT(WS-CR-INDEX).
           ADD 1 TO WS-CNT-REJETEES.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "CARTE REJETEE : " DELIMITED BY SIZE
                   WS-MOTIF DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   CR-IMAGE(WS-CR-INDEX) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Copie de l'historique dans histprec.dat et comptage des
      *    historiques designes par chaque carte valide.
      ******************************************************************
       SAUVEGARDER-HISTORIQUE.

           OPEN INPUT F-HISTTERM.
           IF NOT F-HISTTERM-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE histterm.dat IMPOSSIBLE, "
                   "STATUT " F-HISTTERM-STATUS
               CLOSE F-CATALOG F-MASTER F-AUDIT F-EXTRACT
                   F-RAPPORT F-BULLETIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Sans copie complete, histterm.dat ne doit pas etre
      *    reecrit : arret avant toute ouverture en sortie.
           OPEN OUTPUT F-HISTPREC.
           IF NOT F-HISTPREC-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE histprec.dat IMPOSSIBLE, "
                   "STATUT " F-HISTPREC-STATUS
               CLOSE F-HISTTERM
               CLOSE F-CATALOG F-MASTER F-AUDIT F-EXTRACT
                   F-RAPPORT F-BULLETIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'F' TO WS-COPIE-ECHEC.

           PERFORM UNTIL NOT F-HISTTERM-STATUS-OK
               OR WS-COPIE-ECHEC = 'T'

               READ F-HISTTERM

                   AT END
                       SET F-HISTTERM-STATUS-EOF TO TRUE

                   NOT AT END
                       ADD 1 TO WS-CNT-HIST-LUES
                       MOVE REC-F-HISTTERM TO REC-F-HISTPREC
                       WRITE REC-F-HISTPREC
                       IF NOT F-HISTPREC-STATUS-OK
                           DISPLAY "ERREUR : ECRITURE histprec.dat, "
                               "STATUT " F-HISTPREC-STATUS
                           MOVE 'T' TO WS-COPIE-ECHEC
                       END-IF

                       IF HP-TYPE = '1'
                           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                               UNTIL WS-CR-INDEX > CR-LGHT
                               IF CR-ETAT-VALIDE(WS-CR-INDEX)
                                   AND CR-STUDENT-ID(WS-CR-INDEX) =
                                       HP-STUDENT-ID
                                   AND CR-PERIODE(WS-CR-INDEX) =
                                       HP-PERIODE
                                   AND (CR-ECOLE(WS-CR-INDEX) = SPACE
                                       OR CR-ECOLE(WS-CR-INDEX) =
                                           HP-ECOLE)
                                   ADD 1 TO CR-NB-HIST(WS-CR-INDEX)
                               END-IF
                           END-PERFORM
                       END-IF

               END-READ

           END-PERFORM.

           IF NOT F-HISTTERM-STATUS-EOF
               AND WS-COPIE-ECHEC = 'F'
               DISPLAY "ERREUR : LECTURE histterm.dat, STATUT "
                   F-HISTTERM-STATUS
               MOVE 'T' TO WS-COPIE-ECHEC
           END-IF.

           CLOSE F-HISTTERM.
           CLOSE F-HISTPREC.

           IF WS-COPIE-ECHEC = 'T'
               DISPLAY "ERREUR : COPIE DE L'HISTORIQUE INCOMPLETE, "
                   "AUCUNE RECTIFICATION APPLIQUEE"
               CLOSE F-CATALOG F-MASTER F-AUDIT F-EXTRACT
                   F-RAPPORT F-BULLETIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    Reecriture de histterm.dat a partir de sa copie, eleve
      *    par eleve : chaque entete '1' clot l'eleve precedent.
      ******************************************************************
       REECRIRE-HISTORIQUE.

           OPEN INPUT F-HISTPREC.
           IF NOT F-HISTPREC-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE histprec.dat IMPOSSIBLE, "
                   "STATUT " F-HISTPREC-STATUS
               CLOSE F-CATALOG F-MASTER F-AUDIT F-EXTRACT
                   F-RAPPORT F-BULLETIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-HISTTERM.
           IF NOT F-HISTTERM-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE histterm.dat EN SORTIE "
                   "IMPOSSIBLE, STATUT " F-HISTTERM-STATUS
               CLOSE F-HISTPREC
               CLOSE F-CATALOG F-MASTER F-AUDIT F-EXTRACT
                   F-RAPPORT F-BULLETIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO BL-LGHT.
           MOVE 'F' TO WS-BLOC-ENTETE.

           PERFORM UNTIL NOT F-HISTPREC-STATUS-OK

               READ F-HISTPREC

                   AT END
                       SET F-HISTPREC-STATUS-EOF TO TRUE

                   NOT AT END

                       IF HP-TYPE = '1'
                           PERFORM VIDER-BLOC
                           MOVE 'T' TO WS-BLOC-ENTETE
                       ELSE IF BL-LGHT >= 2000
                           DISPLAY "ATTENTION : CAPACITE LIGNES "
                               "D'HISTORIQUE MAXIMALE ATTEINTE "
                               "(2000), MATRICULE " HP-STUDENT-ID
                           PERFORM VIDER-BLOC
                       END-IF END-IF

                       ADD 1 TO BL-LGHT
                       MOVE REC-F-HISTPREC TO BL-IMAGE(BL-LGHT)
                       MOVE 'F' TO BL-RECTIFIEE(BL-LGHT)
                       MOVE SPACE TO BL-ANCIENNE(BL-LGHT)

               END-READ

           END-PERFORM.

           PERFORM VIDER-BLOC.

           MOVE 'F' TO WS-COPIE-ECHEC.
           IF NOT F-HISTPREC-STATUS-EOF
               MOVE 'T' TO WS-COPIE-ECHEC
               DISPLAY "ERREUR : LECTURE histprec.dat, STATUT "
                   F-HISTPREC-STATUS ", histterm.dat A RESTAURER "
                   "DEPUIS histprec.dat"
           END-IF.

           CLOSE F-HISTPREC.
           CLOSE F-HISTTERM.

           IF WS-COPIE-ECHEC = 'T'
               CLOSE F-CATALOG F-MASTER F-AUDIT F-EXTRACT
                   F-RAPPORT F-BULLETIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    Fin d'un eleve : application des cartes qui le designent,
      *    nouvelle deliberation s'il a ete rectifie, puis ecriture
      *    de ses lignes. Des lignes sans entete (debut de fichier,
      *    depassement de capacite) sont recopiees telles quelles.
      ******************************************************************
       VIDER-BLOC.

           IF BL-LGHT > 0

               MOVE 'F' TO WS-BLOC-MODIFIE

               IF WS-BLOC-ENTETE = 'T'
                   MOVE BL-IMAGE(1) TO LH-LIGNE
                   PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                       UNTIL WS-CR-INDEX > CR-LGHT
                       IF CR-ETAT-VALIDE(WS-CR-INDEX)
                           AND CR-STUDENT-ID(WS-CR-INDEX) =
                               LH-STUDENT-ID
                           AND CR-PERIODE(WS-CR-INDEX) = LH-PERIODE
                           AND (CR-ECOLE(WS-CR-INDEX) = SPACE
                               OR CR-ECOLE(WS-CR-INDEX) = LH-ECOLE)
                           PERFORM APPLIQUER-CARTE
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-BLOC-MODIFIE = 'T'
                   PERFORM DELIBERER-ELEVE
               END-IF

               PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
                   UNTIL WS-BL-INDEX > BL-LGHT
                   MOVE BL-IMAGE(WS-BL-INDEX) TO REC-F-HISTTERM
                   WRITE REC-F-HISTTERM
               END-PERFORM

           END-IF.

           MOVE 0 TO BL-LGHT.
           MOVE 'F' TO WS-BLOC-ENTETE.

      ******************************************************************
      *    Application de la carte WS-CR-INDEX a la ligne '2' de sa
      *    matiere. Les evaluations '3' de la matiere restent a
      *    l'historique telles quelles : elles disent comment la
      *    note publiee avait ete construite. La note d'origine est
      *    conservee pour le bulletin rectifie.
      ******************************************************************
       APPLIQUER-CARTE.

           MOVE 'F' TO WS-MATIERE-TROUVEE.

           PERFORM VARYING WS-BL-INDEX FROM 2 BY 1
               UNTIL WS-BL-INDEX > BL-LGHT
               OR WS-MATIERE-TROUVEE = 'T'
               MOVE BL-IMAGE(WS-BL-INDEX) TO LH-LIGNE
               IF LH-TYPE = '2'
                   AND LH-CODE = CR-CODE(WS-CR-INDEX)
                   MOVE 'T' TO WS-MATIERE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-MATIERE-TROUVEE = 'F'
               MOVE "MATIERE ABSENTE DE L'HISTORIQUE DE L'ELEVE"
                   TO WS-MOTIF
               PERFORM REJETER-CARTE-TABLE
           ELSE
               SUBTRACT 1 FROM WS-BL-INDEX
               IF LH-GRADE = CR-NOTE(WS-CR-INDEX)
                   MOVE "NOTE IDENTIQUE A LA NOTE PUBLIEE" TO WS-MOTIF
                   PERFORM REJETER-CARTE-TABLE
               ELSE
                   MOVE LH-GRADE TO CR-ANCIENNE(WS-CR-INDEX)
                   IF BL-RECTIFIEE(WS-BL-INDEX) = 'F'
                       MOVE 'T' TO BL-RECTIFIEE(WS-BL-INDEX)
                       MOVE LH-GRADE TO BL-ANCIENNE(WS-BL-INDEX)
                   END-IF
                   MOVE CR-NOTE(WS-CR-INDEX) TO LH-GRADE
                   MOVE LH-LIGNE TO BL-IMAGE(WS-BL-INDEX)
                   MOVE 'A' TO CR-ETAT(WS-CR-INDEX)
                   ADD 1 TO WS-CNT-APPLIQUEES
                   MOVE 'T' TO WS-BLOC-MODIFIE
               END-IF
           END-IF.

           MOVE BL-IMAGE(1) TO LH-LIGNE.

      ******************************************************************
      *    Nouvelle deliberation d'un eleve rectifie : decision
      *    publiee (moyenne de l'historique, notes d'origine) et
      *    nouvelle decision (moyenne recalculee avec les
      *    coefficients du catalogue, notes rectifiees), puis
      *    report sur le maitre, l'extrait, la liste de rattrapage,
      *    la piste d'audit et le bulletin rectifie.
      ******************************************************************
       DELIBERER-ELEVE.

           ADD 1 TO WS-CNT-ELEVES.

           MOVE BL-IMAGE(1) TO LH-LIGNE.
           MOVE LH-PERIODE TO WS-EL-PERIODE.
           MOVE LH-ECOLE TO WS-EL-ECOLE.
           MOVE LH-STUDENT-ID TO WS-EL-STUDENT-ID.
           MOVE LH-CLASS TO WS-EL-CLASS.
           MOVE LH-LASTNAME TO WS-EL-LASTNAME.
           MOVE LH-FIRSTNAME TO WS-EL-FIRSTNAME.
           MOVE LH-AGE TO WS-EL-AGE.
           MOVE LH-MOYENNE TO WS-EL-MOY-AVANT.

      *    Decision publiee.
           MOVE 'T' TO WS-CALC-AVANT.
           PERFORM CALCULER-MOYENNE.
           MOVE WS-EL-MOY-AVANT TO WS-DL-MOYENNE.
           PERFORM DELIBERER.
           MOVE WS-DL-DECISION TO WS-EL-DEC-AVANT.
           MOVE WS-DL-STATUT TO WS-EL-STATUT-AVANT.

      *    Nouvelle decision.
           MOVE 'F' TO WS-CALC-AVANT.
           PERFORM CALCULER-MOYENNE.
           MOVE WS-MOYENNE-CALC TO WS-EL-MOY-APRES.
           MOVE WS-EL-MOY-APRES TO WS-DL-MOYENNE.
           PERFORM DELIBERER.
           MOVE WS-DL-DECISION TO WS-EL-DEC-APRES.
           MOVE WS-DL-STATUT TO WS-EL-STATUT-APRES.
           MOVE WS-DL-REGLE TO WS-EL-REGLE-APRES.

           MOVE WS-EL-MOY-APRES TO LH-MOYENNE.
           MOVE LH-LIGNE TO BL-IMAGE(1).

      *    Fichier maitre : la moyenne n'est reportee que si elle
      *    est toujours celle du terme. Une moyenne deja modifiee
      *    depuis (rattrapage, correction manuelle) est laissee en
      *    place et signalee (WS-MAITRE-TROUVE a 'D').
           MOVE WS-EL-STUDENT-ID TO M-STUDENT-ID.
           MOVE 'F' TO WS-MAITRE-TROUVE.
           READ F-MASTER
               INVALID KEY
                   ADD 1 TO WS-CNT-MAITRE-ABSENT
               NOT INVALID KEY
                   MOVE 'T' TO WS-MAITRE-TROUVE
                   IF M-MOYENNE = WS-EL-MOY-AVANT
                       MOVE WS-EL-MOY-APRES TO M-MOYENNE
                       REWRITE REC-F-MASTER
                       ADD 1 TO WS-CNT-MAITRE-MAJ
                   ELSE
                       MOVE 'D' TO WS-MAITRE-TROUVE
                   END-IF
           END-READ.

           IF WS-MAITRE-TROUVE = 'F'
               MOVE SPACE TO WS-OUT-LINE
               STRING "MATRICULE ABSENT DU FICHIER MAITRE : "
                       DELIMITED BY SIZE
                       WS-EL-STUDENT-ID DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT
           ELSE IF WS-MAITRE-TROUVE = 'D'
               MOVE SPACE TO WS-OUT-LINE
               STRING "MOYENNE DU MAITRE DEJA MODIFIEE, "
                       DELIMITED BY SIZE
                       "NON REPORTEE   MATRICULE : "
                       DELIMITED BY SIZE
                       WS-EL-STUDENT-ID DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT
           END-IF END-IF.

           IF WS-EL-DEC-APRES NOT = WS-EL-DEC-AVANT

               ADD 1 TO WS-CNT-DECISIONS

      *        Extrait correctif pour le poste de publication : le
      *        nouveau statut remplace celui du terme.
               MOVE WS-EL-STUDENT-ID TO EXT-STUDENT-ID
               MOVE WS-EL-LASTNAME TO EXT-LASTNAME
               MOVE WS-EL-FIRSTNAME TO EXT-FIRSTNAME
               MOVE WS-EL-AGE TO EXT-AGE
               MOVE WS-EL-MOY-APRES TO EXT-MOYENNE
               MOVE WS-EL-STATUT-APRES TO EXT-STATUT
               MOVE WS-EL-ECOLE TO EXT-ECOLE
               WRITE REC-F-EXTRACT
               ADD 1 TO WS-CNT-EXTRAITS

               IF WS-EL-STATUT-APRES = 'T'
                   MOVE 'A' TO WS-RC-ACTION
                   PERFORM NOTER-RATTRAPAGE
               ELSE IF WS-EL-STATUT-AVANT = 'T'
                   MOVE 'S' TO WS-RC-ACTION
                   PERFORM NOTER-RATTRAPAGE
               END-IF END-IF

           ELSE IF WS-EL-STATUT-APRES = 'T'
               AND WS-EL-MOY-APRES NOT = WS-EL-MOY-AVANT

      *        Toujours au rattrapage : la moyenne de la liste suit
      *        la moyenne rectifiee.
               MOVE 'M' TO WS-RC-ACTION
               PERFORM NOTER-RATTRAPAGE

           END-IF END-IF.

      *    Une ligne d'audit par carte appliquee a l'eleve.
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > CR-LGHT
               IF CR-ETAT-APPLIQUEE(WS-CR-INDEX)
                   MOVE WS-DATE-JOUR TO AUD-DATE
                   MOVE WS-HEURE(1:6) TO AUD-HEURE
                   MOVE CR-DEMANDEUR(WS-CR-INDEX) TO AUD-OPERATEUR
                   MOVE "RECTIF" TO AUD-ACTION
                   MOVE WS-EL-PERIODE TO AUD-PERIODE
                   MOVE WS-EL-ECOLE TO AUD-ECOLE
                   MOVE WS-EL-STUDENT-ID TO AUD-STUDENT-ID
                   MOVE CR-CODE(WS-CR-INDEX) TO AUD-CODE
                   MOVE CR-ANCIENNE(WS-CR-INDEX) TO AUD-NOTE-AVANT
                   MOVE CR-NOTE(WS-CR-INDEX) TO AUD-NOTE-APRES
                   MOVE WS-EL-MOY-AVANT TO AUD-MOY-AVANT
                   MOVE WS-EL-MOY-APRES TO AUD-MOY-APRES
                   MOVE WS-EL-DEC-AVANT TO AUD-DEC-AVANT
                   MOVE WS-EL-DEC-APRES TO AUD-DEC-APRES
                   WRITE REC-F-AUDIT

                   MOVE SPACE TO WS-OUT-LINE
                   STRING "NOTE RECTIFIEE   MATRICULE : "
                           DELIMITED BY SIZE
                           WS-EL-STUDENT-ID DELIMITED BY SIZE
                           " MATIERE : " DELIMITED BY SIZE
                           CR-CODE(WS-CR-INDEX) DELIMITED BY SIZE
                           " NOTE : " DELIMITED BY SIZE
                           CR-ANCIENNE(WS-CR-INDEX) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           CR-NOTE(WS-CR-INDEX) DELIMITED BY SIZE
                           " DEMANDEUR : " DELIMITED BY SIZE
                           CR-DEMANDEUR(WS-CR-INDEX) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   MOVE WS-OUT-LINE TO REC-F-RAPPORT
                   WRITE REC-F-RAPPORT

                   MOVE 'T' TO CR-ETAT(WS-CR-INDEX)
               END-IF
           END-PERFORM.

           MOVE WS-EL-MOY-AVANT TO WS-MOY-AVANT-ED.
           MOVE WS-EL-MOY-APRES TO WS-MOY-APRES-ED.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "NOUVELLE DELIBERATION   " DELIMITED BY SIZE
                   WS-EL-ECOLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EL-CLASS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EL-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EL-LASTNAME DELIMITED BY SIZE
                   " MOYENNE : " DELIMITED BY SIZE
                   WS-MOY-AVANT-ED DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-MOY-APRES-ED DELIMITED BY SIZE
                   " DECISION : " DELIMITED BY SIZE
                   WS-EL-DEC-AVANT DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-EL-DEC-APRES DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           PERFORM EDITER-BULLETIN.

      ******************************************************************
      *    Moyenne ponderee des lignes '2' de l'eleve en table, avec
      *    les notes d'origine (WS-CALC-AVANT = 'T') ou rectifiees.
      *    Coefficient du catalogue pour le libelle officiel de la
      *    ligne, a defaut celui porte par l'historique. Memes
      *    exclusions que le traitement de nuit : notes vides, ABS,
      *    DISP et matieres EXCL. Le controle de note eliminatoire
      *    est fait dans la meme boucle (WS-DL-ELIMINE).
      ******************************************************************
       CALCULER-MOYENNE.

           MOVE 0 TO WS-SOMME-POND.
           MOVE 0 TO WS-SOMME-COEF.
           MOVE 0 TO WS-MOYENNE-CALC.
           MOVE 'F' TO WS-DL-ELIMINE.
           MOVE SPACE TO WS-DL-ELIM-LABEL.

           PERFORM VARYING WS-BL-INDEX FROM 2 BY 1
               UNTIL WS-BL-INDEX > BL-LGHT

               MOVE BL-IMAGE(WS-BL-INDEX) TO LH-LIGNE

               IF LH-TYPE = '2'

                   IF WS-CALC-AVANT = 'T'
                       AND BL-RECTIFIEE(WS-BL-INDEX) = 'T'
                       MOVE BL-ANCIENNE(WS-BL-INDEX) TO WS-CALC-NOTE
                   ELSE
                       MOVE LH-GRADE TO WS-CALC-NOTE
                   END-IF

                   MOVE 'F' TO WS-COURSE-EXCLUDED
                   PERFORM VARYING WS-EXCL-INDEX FROM 1 BY 1
                       UNTIL WS-EXCL-INDEX > WS-EXCL-LGHT
                       IF LH-CODE = WS-EXCL-CODE(WS-EXCL-INDEX)
                           MOVE 'T' TO WS-COURSE-EXCLUDED
                       END-IF
                   END-PERFORM

                   IF WS-CALC-NOTE NOT = SPACE
                       AND WS-COURSE-EXCLUDED = 'F'
                       AND FUNCTION TRIM(WS-CALC-NOTE) NOT = "ABS"
                       AND FUNCTION TRIM(WS-CALC-NOTE) NOT = "DISP"

                       PERFORM CHERCHER-COEF
                       COMPUTE WS-GRADE-VALUE =
                           FUNCTION NUMVAL(WS-CALC-NOTE)
                       COMPUTE WS-SOMME-POND =
                           WS-SOMME-POND + (WS-GRADE-VALUE * WS-COEF)
                       COMPUTE WS-SOMME-COEF =
                           WS-SOMME-COEF + WS-COEF

                       IF WS-ELIMIN-SEUIL > 0
                           AND WS-DL-ELIMINE = 'F'
                           AND WS-GRADE-VALUE < WS-ELIMIN-SEUIL
                           MOVE 'T' TO WS-DL-ELIMINE
                           MOVE LH-LABEL TO WS-DL-ELIM-LABEL
                       END-IF

                   END-IF

               END-IF

           END-PERFORM.

           IF WS-SOMME-COEF > 0
               COMPUTE WS-MOYENNE-CALC ROUNDED =
                   WS-SOMME-POND / WS-SOMME-COEF
           END-IF.

           MOVE BL-IMAGE(1) TO LH-LIGNE.

      ******************************************************************
      *    Coefficient de la matiere de la ligne LH-LIGNE dans
      *    WS-COEF : catalogue d'abord, historique a defaut.
      ******************************************************************
       CHERCHER-COEF.

           MOVE LH-LABEL TO CAT-LABEL.
           READ F-CATALOG
               INVALID KEY
                   MOVE LH-COEF TO WS-COEF
               NOT INVALID KEY
                   MOVE CAT-COEF TO WS-COEF
           END-READ.

      ******************************************************************
      *    Deliberation, memes regles et meme ordre que le jury du
      *    traitement de nuit : note eliminatoire (WS-DL-ELIMINE),
      *    seuil de reussite, bande de rattrapage, ajournement. La
      *    moyenne est dans WS-DL-MOYENNE.
      ******************************************************************
       DELIBERER.

           MOVE SPACE TO WS-DL-REGLE.

           IF WS-DL-ELIMINE = 'T'
               MOVE "AJOURNE" TO WS-DL-DECISION
               MOVE 'A' TO WS-DL-STATUT
               STRING "NOTE ELIMINATOIRE EN " DELIMITED BY SIZE
                       WS-DL-ELIM-LABEL DELIMITED BY SIZE
                   INTO WS-DL-REGLE
               END-STRING
           ELSE IF WS-DL-MOYENNE >= WS-SEUIL-REUSSITE
               MOVE "RECU" TO WS-DL-DECISION
               MOVE 'R' TO WS-DL-STATUT
               MOVE "MOYENNE AU-DESSUS DU SEUIL" TO WS-DL-REGLE
           ELSE IF WS-DL-MOYENNE >= WS-RATTRA-SEUIL
               MOVE "RATTRAPAGE" TO WS-DL-DECISION
               MOVE 'T' TO WS-DL-STATUT
               MOVE "MOYENNE EN BANDE DE RATTRAPAGE" TO WS-DL-REGLE
           ELSE
               MOVE "AJOURNE" TO WS-DL-DECISION
               MOVE 'A' TO WS-DL-STATUT
               MOVE "MOYENNE SOUS LE SEUIL" TO WS-DL-REGLE
           END-IF END-IF END-IF.

      ******************************************************************
      *    Mouvement de la liste de rattrapage pour l'eleve en cours
      *    (A ajout, S retrait, M moyenne dans WS-RC-ACTION), applique
      *    en fin de traitement.
      ******************************************************************
       NOTER-RATTRAPAGE.

           IF RC-LGHT >= 200
               DISPLAY "ATTENTION : CAPACITE MOUVEMENTS RATTRAPAGE "
                   "MAXIMALE ATTEINTE (200), MATRICULE "
                   WS-EL-STUDENT-ID " NON REPORTE"
           ELSE
               ADD 1 TO RC-LGHT
               MOVE WS-RC-ACTION TO RC-ACTION(RC-LGHT)
               MOVE WS-EL-STUDENT-ID TO RC-STUDENT-ID(RC-LGHT)
               MOVE WS-EL-LASTNAME TO RC-LASTNAME(RC-LGHT)
               MOVE WS-EL-FIRSTNAME TO RC-FIRSTNAME(RC-LGHT)
               MOVE WS-EL-CLASS TO RC-CLASS(RC-LGHT)
               MOVE WS-EL-MOY-APRES TO RC-MOYENNE(RC-LGHT)
               MOVE WS-EL-ECOLE TO RC-ECOLE(RC-LGHT)
               MOVE 'F' TO RC-FAIT(RC-LGHT)
           END-IF.

      ******************************************************************
      *    Reecriture de rattrap.dat a partir de sa copie
      *    rattprec.dat : retraits omis, moyennes corrigees, ajouts
      *    en fin de fichier.
      ******************************************************************
       METTRE-A-JOUR-RATTRAP.

           MOVE 'F' TO WS-RATT-EXISTE.

           OPEN INPUT F-RATTRAP.
           IF F-RATTRAP-STATUS-OK
               MOVE 'T' TO WS-RATT-EXISTE
               OPEN OUTPUT F-RATTPREC
               PERFORM UNTIL F-RATTRAP-STATUS-EOF
                   READ F-RATTRAP
                       AT END
                           SET F-RATTRAP-STATUS-EOF TO TRUE
                       NOT AT END
                           MOVE REC-F-RATTRAP TO REC-F-RATTPREC
                           WRITE REC-F-RATTPREC
                   END-READ
               END-PERFORM
               CLOSE F-RATTRAP
               CLOSE F-RATTPREC
           END-IF.

           OPEN OUTPUT F-RATTRAP.

           IF WS-RATT-EXISTE = 'T'

               OPEN INPUT F-RATTPREC

               PERFORM UNTIL F-RATTPREC-STATUS-EOF

                   READ F-RATTPREC

                       AT END
                           SET F-RATTPREC-STATUS-EOF TO TRUE

                       NOT AT END
                           MOVE 'T' TO WS-RP-RETENU
                           MOVE REC-F-RATTPREC TO REC-F-RATTRAP
                           PERFORM VARYING WS-RC-INDEX FROM 1 BY 1
                               UNTIL WS-RC-INDEX > RC-LGHT
                               IF RC-STUDENT-ID(WS-RC-INDEX) =
                                   RP-STUDENT-ID
                                   AND RC-ECOLE(WS-RC-INDEX) =
                                       RP-ECOLE
                                   MOVE 'T' TO RC-FAIT(WS-RC-INDEX)
                                   IF RC-ACTION(WS-RC-INDEX) = 'S'
                                       MOVE 'F' TO WS-RP-RETENU
                                   ELSE
                                       MOVE RC-MOYENNE(WS-RC-INDEX)
                                           TO RT-MOYENNE
                                   END-IF
                               END-IF
                           END-PERFORM
                           IF WS-RP-RETENU = 'T'
                               WRITE REC-F-RATTRAP
                           ELSE
                               ADD 1 TO WS-CNT-RATT-RETRAITS
                               MOVE SPACE TO WS-OUT-LINE
                               STRING "RETIRE DE LA LISTE DE "
                                       DELIMITED BY SIZE
                                       "RATTRAPAGE   MATRICULE : "
                                       DELIMITED BY SIZE
                                       RP-STUDENT-ID DELIMITED BY SIZE
                                       " NOM : " DELIMITED BY SIZE
                                       RP-LASTNAME DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                               MOVE WS-OUT-LINE TO REC-F-RAPPORT
                               WRITE REC-F-RAPPORT
                           END-IF

                   END-READ

               END-PERFORM

               CLOSE F-RATTPREC

           END-IF.

      *    Eleves a ajouter, ou a corriger mais absents de la liste
      *    (liste deja recreee depuis le jury) : ajout en fin.
           PERFORM VARYING WS-RC-INDEX FROM 1 BY 1
               UNTIL WS-RC-INDEX > RC-LGHT
               IF RC-FAIT(WS-RC-INDEX) = 'F'
                   AND RC-ACTION(WS-RC-INDEX) NOT = 'S'
                   MOVE RC-STUDENT-ID(WS-RC-INDEX) TO RT-STUDENT-ID
                   MOVE RC-LASTNAME(WS-RC-INDEX) TO RT-LASTNAME
                   MOVE RC-FIRSTNAME(WS-RC-INDEX) TO RT-FIRSTNAME
                   MOVE RC-CLASS(WS-RC-INDEX) TO RT-CLASS
                   MOVE RC-MOYENNE(WS-RC-INDEX) TO RT-MOYENNE
                   MOVE RC-ECOLE(WS-RC-INDEX) TO RT-ECOLE
                   WRITE REC-F-RATTRAP
                   ADD 1 TO WS-CNT-RATT-AJOUTS
                   MOVE SPACE TO WS-OUT-LINE
                   STRING "AJOUTE A LA LISTE DE RATTRAPAGE   "
                           DELIMITED BY SIZE
                           "MATRICULE : " DELIMITED BY SIZE
                           RT-STUDENT-ID DELIMITED BY SIZE
                           " NOM : " DELIMITED BY SIZE
                           RT-LASTNAME DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   MOVE WS-OUT-LINE TO REC-F-RAPPORT
                   WRITE REC-F-RAPPORT
               END-IF
           END-PERFORM.

           CLOSE F-RATTRAP.

      ******************************************************************
      *    Saut de page du bulletin rectifie, meme regle que le
      *    bulletin du terme : entetes repetes, mention (SUITE).
      ******************************************************************
       SAUT-PAGE-BULLETIN.

           IF WS-BUL-LINE-CTR >= WS-BUL-PAGE-LEN - 4

               PERFORM UNTIL WS-BUL-LINE-CTR >= WS-BUL-PAGE-LEN
                   MOVE SPACE TO REC-F-BULLETIN
                   WRITE REC-F-BULLETIN
                   ADD 1 TO WS-BUL-LINE-CTR
               END-PERFORM

               ADD 1 TO WS-BUL-PAGE-CTR
               MOVE WS-BUL-PAGE-CTR TO BUL-TITRE-PAGE
               MOVE "(SUITE)" TO BUL-ELEVE-SUITE

               MOVE BUL-LIGNE-SEP TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE BUL-LIGNE-TITRE TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE BUL-LIGNE-SEP TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE BUL-LIGNE-ELEVE TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE SPACE TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE BUL-LIGNE-ENTETE TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE BUL-LIGNE-TIRETS TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               MOVE 7 TO WS-BUL-LINE-CTR

           END-IF.

      ******************************************************************
      *    Bulletin rectifie de l'eleve en table : toutes ses
      *    matieres et evaluations, l'ancienne note en regard des
      *    matieres rectifiees, puis moyenne et decision, nouvelles
      *    et publiees.
      ******************************************************************
       EDITER-BULLETIN.

           MOVE SPACE TO WS-CL-PROF.
           IF WS-CLASSES-OUVERT = 'T'
               MOVE WS-EL-CLASS TO CLS-CLASS
               READ F-CLASSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLS-PROF TO WS-CL-PROF
               END-READ
           END-IF.

           ADD 1 TO WS-BUL-PAGE-CTR.
           MOVE WS-BUL-PAGE-CTR TO BUL-TITRE-PAGE.
           MOVE WS-EL-PERIODE TO BUL-TITRE-PERIODE.
           MOVE WS-EL-ECOLE TO BUL-TITRE-ETAB.
           MOVE WS-EL-STUDENT-ID TO BUL-ELEVE-ID.
           MOVE WS-EL-LASTNAME TO BUL-ELEVE-NOM.
           MOVE WS-EL-FIRSTNAME TO BUL-ELEVE-PRENOM.
           MOVE WS-EL-CLASS TO BUL-ELEVE-CLASSE.
           MOVE SPACE TO BUL-ELEVE-SUITE.
           MOVE WS-CL-PROF TO BUL-ELEVE-PROF.

           MOVE BUL-LIGNE-SEP TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE BUL-LIGNE-TITRE TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE BUL-LIGNE-SEP TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE BUL-LIGNE-ELEVE TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE SPACE TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE BUL-LIGNE-ENTETE TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE BUL-LIGNE-TIRETS TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE 7 TO WS-BUL-LINE-CTR.

           PERFORM VARYING WS-BL-INDEX FROM 2 BY 1
               UNTIL WS-BL-INDEX > BL-LGHT

               MOVE BL-IMAGE(WS-BL-INDEX) TO LH-LIGNE
               PERFORM SAUT-PAGE-BULLETIN

               IF LH-TYPE = '2'
                   PERFORM CHERCHER-COEF
                   MOVE LH-LABEL TO BUL-MAT-LABEL
                   MOVE WS-COEF TO BUL-MAT-COEF
                   MOVE LH-GRADE TO BUL-MAT-NOTE
                   IF BL-RECTIFIEE(WS-BL-INDEX) = 'T'
                       MOVE BL-ANCIENNE(WS-BL-INDEX)
                           TO BUL-MAT-ANCIENNE
                       MOVE "NOTE RECTIFIEE APRES JURY"
                           TO BUL-MAT-MENTION
                   ELSE
                       MOVE SPACE TO BUL-MAT-ANCIENNE
                       MOVE SPACE TO BUL-MAT-MENTION
                   END-IF
                   MOVE BUL-LIGNE-MATIERE TO REC-F-BULLETIN
                   WRITE REC-F-BULLETIN
                   ADD 1 TO WS-BUL-LINE-CTR
               ELSE IF LH-TYPE = '3'
                   IF LH-EV-TYPE = "DEV"
                       MOVE "DEVOIR" TO BUL-EV-LIBELLE
                   ELSE IF LH-EV-TYPE = "INT"
                       MOVE "INTERROGATION" TO BUL-EV-LIBELLE
                   ELSE
                       MOVE "EXAMEN" TO BUL-EV-LIBELLE
                   END-IF END-IF
                   MOVE LH-EV-DATE TO WS-EV-DATE
                   MOVE WS-EV-DATE-JJ TO BUL-EV-JJ
                   MOVE WS-EV-DATE-MM TO BUL-EV-MM
                   MOVE WS-EV-DATE-AAAA TO BUL-EV-AAAA
                   MOVE LH-EV-POIDS TO BUL-EV-POIDS
                   MOVE LH-EV-GRADE TO BUL-EV-NOTE
                   MOVE BUL-LIGNE-EVAL TO REC-F-BULLETIN
                   WRITE REC-F-BULLETIN
                   ADD 1 TO WS-BUL-LINE-CTR
               END-IF END-IF

           END-PERFORM.

           PERFORM SAUT-PAGE-BULLETIN.
           MOVE BUL-LIGNE-TIRETS TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE WS-EL-MOY-APRES TO BUL-PIED-MOYENNE.
           MOVE WS-EL-MOY-AVANT TO BUL-PIED-ANCIENNE.
           MOVE BUL-LIGNE-PIED TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           MOVE WS-EL-DEC-APRES TO BUL-DEC-APRES.
           MOVE WS-EL-DEC-AVANT TO BUL-DEC-AVANT.
           MOVE WS-EL-REGLE-APRES TO BUL-DEC-REGLE.
           MOVE BUL-LIGNE-DECISION TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           ADD 3 TO WS-BUL-LINE-CTR.

           PERFORM UNTIL WS-BUL-LINE-CTR >= WS-BUL-PAGE-LEN
               MOVE SPACE TO REC-F-BULLETIN
               WRITE REC-F-BULLETIN
               ADD 1 TO WS-BUL-LINE-CTR
           END-PERFORM.

           MOVE BL-IMAGE(1) TO LH-LIGNE.
