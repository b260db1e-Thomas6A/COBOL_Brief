      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. promot.
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
           SELECT F-DECANN
               ASSIGN TO 'decann.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECANN-STATUS.

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

           SELECT S-TRI-DA
               ASSIGN TO 'decatri.tmp'.

           SELECT F-DA-TRIE
               ASSIGN TO 'decatri.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DA-TRIE-STATUS.

           SELECT F-RENTREE
               ASSIGN TO 'rentree.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS REN-CLE
               FILE STATUS IS F-RENTREE-STATUS.

           SELECT F-RAPPORT
               ASSIGN TO 'rentrpt.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

           SELECT F-EXCEPTION
               ASSIGN TO 'promexc.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXCEPTION-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.
      *    Decisions de fin d'annee ecrites par le releve annuel puis
      *    completees par la cloture du rattrapage. Un meme eleve peut
      *    y figurer deux fois : la decision la plus recente l'emporte.
       FD  F-DECANN
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DECANN        PIC X(53).

      *    Cartes de parametres communes aux traitements. Sont lues
      *    ici : NIVEAU (niveau en 7:5, niveau suivant en 12:5, vide
      *    pour une fin de cycle) et CAPACI (effectif maximal d'une
      *    classe en 7:3).
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

       SD  S-TRI-DA.

       01  REC-S-TRI-DA.
           03 TRI-DA-ECOLE     PIC X(04).
           03 TRI-DA-STUDENT-ID PIC 9(06).
           03 FILLER           PIC X(34).
           03 TRI-DA-SOURCE    PIC X(01).
           03 TRI-DA-DATE      PIC 9(08).

       FD  F-DA-TRIE
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-DA-TRIE.
           03 DA-ECOLE         PIC X(04).
           03 DA-STUDENT-ID    PIC 9(06).
           03 DA-CLASS         PIC X(05).
           03 DA-LASTNAME      PIC X(12).
           03 DA-FIRSTNAME     PIC X(12).
           03 DA-MOYENNE       PIC 99V99.
           03 DA-DECISION      PIC X(01).
           03 DA-SOURCE        PIC X(01).
           03 DA-DATE          PIC 9(08).

      *    Liste de rentree : classe proposee pour l'annee suivante,
      *    par ecole et matricule. Relue par le traitement de nuit
      *    pour controler la classe des lignes 01.
       FD  F-RENTREE
           RECORD CONTAINS 50 CHARACTERS.

       01  REC-F-RENTREE.
           03 REN-CLE.
               05 REN-ECOLE        PIC X(04).
               05 REN-STUDENT-ID   PIC 9(06).
           03 REN-CLASS        PIC X(05).
           03 REN-NIVEAU       PIC X(05).
           03 REN-LASTNAME     PIC X(12).
           03 REN-FIRSTNAME    PIC X(12).
           03 REN-ANC-CLASS    PIC X(05).
           03 REN-DECISION     PIC X(01).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(132).

      *    Liste des exceptions pour le chef d'etablissement.
       FD  F-EXCEPTION
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EXCEPTION     PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-DECANN-STATUS     PIC X(02) VALUE SPACE.
           88 F-DECANN-STATUS-OK       VALUE '00'.

       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK      VALUE '00'.
           88 F-CONTROL-STATUS-EOF     VALUE '10'.

       01  F-CLASSES-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSES-STATUS-OK      VALUE '00'.
           88 F-CLASSES-STATUS-EOF     VALUE '10'.

       01  F-DA-TRIE-STATUS    PIC X(02) VALUE SPACE.
           88 F-DA-TRIE-STATUS-OK      VALUE '00'.
           88 F-DA-TRIE-STATUS-EOF     VALUE '10'.

       01  F-RENTREE-STATUS    PIC X(02) VALUE SPACE.
           88 F-RENTREE-STATUS-OK      VALUE '00'.

       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK      VALUE '00'.

       01  F-EXCEPTION-STATUS  PIC X(02) VALUE SPACE.
           88 F-EXCEPTION-STATUS-OK    VALUE '00'.

       77  WS-CAPACITE                 PIC 9(03)           VALUE 30.
       77  WS-DA-FIN                   PIC X               VALUE 'F'.
       77  WS-EN-COURS                 PIC X               VALUE 'F'.
       77  WS-IDX                      PIC 9(03)           VALUE 0.
       77  WS-IDX-CLASSE               PIC 9(03)           VALUE 0.
       77  WS-IDX-CIBLE                PIC 9(04)           VALUE 0.
       77  WS-IDX-EF                   PIC 9(04)           VALUE 0.
       77  WS-EF-ECOLE                 PIC X(04)           VALUE SPACE.
       77  WS-EF-PREMIER               PIC X               VALUE 'T'.
       77  WS-NIVEAU-ACTUEL            PIC X(05)           VALUE SPACE.
       77  WS-NIVEAU-CIBLE             PIC X(05)           VALUE SPACE.
       77  WS-CIBLE-OK                 PIC X               VALUE 'F'.
       77  WS-NIVEAU-TROUVE            PIC X               VALUE 'F'.
       77  WS-MOTIF                    PIC X(40)           VALUE SPACE.
       77  WS-LIBELLE                  PIC X(12)           VALUE SPACE.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-MOYENNE-ED               PIC Z9,99.
       77  WS-EFFECTIF-ED              PIC ZZ9.
       77  WS-CAPACITE-ED              PIC ZZ9.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.

      *    Decision retenue pour l'eleve en cours : la derniere lue
      *    dans le fichier trie pour la meme ecole et le meme
      *    matricule.
       01  WS-DECISION-RETENUE.
           03 WS-DR-ECOLE          PIC X(04).
           03 WS-DR-STUDENT-ID     PIC 9(06).
           03 WS-DR-CLASS          PIC X(05).
           03 WS-DR-LASTNAME       PIC X(12).
           03 WS-DR-FIRSTNAME      PIC X(12).
           03 WS-DR-MOYENNE        PIC 99V99.
           03 WS-DR-DECISION       PIC X(01).
               88 WS-DR-PROMU          VALUE 'P'.
               88 WS-DR-REDOUBLE       VALUE 'R'.
               88 WS-DR-QUITTE         VALUE 'Q'.
           03 WS-DR-SOURCE         PIC X(01).
           03 WS-DR-DATE           PIC 9(08).

      *    Table de succession des niveaux (cartes NIVEAU).
       01  DATA-NIVEAUX.
           05 NV-LGHT              PIC 9(03)   VALUE 0.
           05 NV-ENTREE OCCURS 0 TO 50 TIMES
               DEPENDING ON NV-LGHT.
               10 NV-NIVEAU        PIC X(05).
               10 NV-SUIVANT       PIC X(05).

      *    Referentiel des classes charge en memoire. Il est commun
      *    au district : chaque etablissement est cense ouvrir les
      *    memes codes de classe.
       01  DATA-CLASSES.
           05 CL-LGHT              PIC 9(03)   VALUE 0.
           05 CL-ENTREE OCCURS 0 TO 500 TIMES
               DEPENDING ON CL-LGHT.
               10 CL-CLASS         PIC X(05).
               10 CL-NIVEAU        PIC X(05).

      *    Effectif propose pour la rentree par etablissement et par
      *    classe : les classes du referentiel sont reprises pour
      *    chaque etablissement rencontre dans les decisions, dans
      *    l'ordre du tri, et l'equilibrage comme le controle de
      *    capacite se font a l'interieur de l'etablissement.
       01  DATA-EFFECTIFS.
           05 EF-LGHT              PIC 9(04)   VALUE 0.
           05 EF-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON EF-LGHT.
               10 EF-ECOLE         PIC X(04).
               10 EF-CLASS         PIC X(05).
               10 EF-NIVEAU        PIC X(05).
               10 EF-EFFECTIF      PIC 9(03).

       01  WS-CNT-PROMOT.
           05 WS-CNT-DECISIONS     PIC 9(06) VALUE 0.
           05 WS-CNT-ELEVES        PIC 9(06) VALUE 0.
           05 WS-CNT-PROMUS        PIC 9(06) VALUE 0.
           05 WS-CNT-REDOUBLE      PIC 9(06) VALUE 0.
           05 WS-CNT-QUITTE        PIC 9(06) VALUE 0.
           05 WS-CNT-FIN-CYCLE     PIC 9(06) VALUE 0.
           05 WS-CNT-AFFECTES      PIC 9(06) VALUE 0.
           05 WS-CNT-SANS-DECISION PIC 9(06) VALUE 0.
           05 WS-CNT-SANS-SUCCES   PIC 9(06) VALUE 0.
           05 WS-CNT-SANS-CLASSE   PIC 9(06) VALUE 0.
           05 WS-CNT-SURCHARGE     PIC 9(06) VALUE 0.
           05 WS-CNT-EXCEPTIONS    PIC 9(06) VALUE 0.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Sans decisions ni referentiel des classes il n'y a rien a
      *    proposer : erreur d'exploitation, on s'arrete.
           OPEN INPUT F-DECANN.
           IF NOT F-DECANN-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE decann.dat IMPOSSIBLE, "
                   "STATUT " F-DECANN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE F-DECANN.

           OPEN INPUT F-CLASSES.
           IF NOT F-CLASSES-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE classes.dat IMPOSSIBLE, "
                   "STATUT " F-CLASSES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO CLS-CLASS.
           START F-CLASSES KEY NOT LESS CLS-CLASS
               INVALID KEY
                   SET F-CLASSES-STATUS-EOF TO TRUE
           END-START.

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

           END-PERFORM.

           CLOSE F-CLASSES.

      *    Succession des niveaux et capacite des classes.
           OPEN INPUT F-CONTROL.
           IF F-CONTROL-STATUS-OK

               SET F-CONTROL-STATUS-OK TO TRUE

               PERFORM UNTIL F-CONTROL-STATUS-EOF

                   READ F-CONTROL

                       AT END
                           SET F-CONTROL-STATUS-EOF TO TRUE

                       NOT AT END

                           IF REC-F-CONTROL(1:6) = "NIVEAU"
                               IF NV-LGHT >= 50
                                   DISPLAY
                                   "ATTENTION : CAPACITE NIVEAUX "
                                   "MAXIMALE ATTEINTE (50), LIGNE "
                                   "IGNOREE : " REC-F-CONTROL(7:10)
                               ELSE
                                   ADD 1 TO NV-LGHT
                                   MOVE REC-F-CONTROL(7:5)
                                       TO NV-NIVEAU(NV-LGHT)
                                   MOVE REC-F-CONTROL(12:5)
                                       TO NV-SUIVANT(NV-LGHT)
                               END-IF

                           ELSE IF REC-F-CONTROL(1:6) = "CAPACI"
                               COMPUTE WS-CAPACITE =
                                   FUNCTION NUMVAL(
                                       REC-F-CONTROL(7:3))

                           END-IF
                           END-IF

                   END-READ

               END-PERFORM

               CLOSE F-CONTROL

           END-IF.

           IF NV-LGHT = 0
               DISPLAY "ATTENTION : AUCUNE CARTE NIVEAU, AUCUN "
                   "ELEVE NE PEUT ETRE PROMU"
           END-IF.

      *    Tri par ecole et matricule ; a matricule egal, les
      *    decisions arrivent dans l'ordre ou elles ont ete prises
      *    (le rattrapage, source R, apres le releve annuel, source A).
           SORT S-TRI-DA
               ASCENDING KEY TRI-DA-ECOLE
                             TRI-DA-STUDENT-ID
                             TRI-DA-DATE
                             TRI-DA-SOURCE
               USING F-DECANN
               GIVING F-DA-TRIE.

           OPEN INPUT F-DA-TRIE.
           OPEN OUTPUT F-RENTREE.
           OPEN OUTPUT F-RAPPORT.
           OPEN OUTPUT F-EXCEPTION.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "PROPOSITIONS DE CLASSES POUR LA RENTREE DU "
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

           MOVE SPACE TO WS-OUT-LINE.
           STRING "EXCEPTIONS DE LA RENTREE DU " DELIMITED BY SIZE
                   WS-DATE-JOUR(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-DATE-JOUR(1:4) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.

      *    Rupture sur ecole + matricule : la decision retenue n'est
      *    traitee qu'a l'arrivee d'un autre eleve ou en fin de
      *    fichier.
           PERFORM UNTIL WS-DA-FIN = 'T'

               READ F-DA-TRIE

                   AT END
                       MOVE 'T' TO WS-DA-FIN

                   NOT AT END
                       ADD 1 TO WS-CNT-DECISIONS
                       IF WS-EN-COURS = 'T'
                           AND (DA-ECOLE NOT = WS-DR-ECOLE
                               OR DA-STUDENT-ID NOT = WS-DR-STUDENT-ID)
                           PERFORM TRAITER-ELEVE
                       END-IF
                       MOVE REC-F-DA-TRIE TO WS-DECISION-RETENUE
                       MOVE 'T' TO WS-EN-COURS

               END-READ

           END-PERFORM.

           IF WS-EN-COURS = 'T'
               PERFORM TRAITER-ELEVE
           END-IF.

      *    Effectifs proposes par etablissement et par classe, et
      *    classes au-dela de la capacite (l'equilibrage ne deborde
      *    que lorsque toutes les classes du niveau de
      *    l'etablissement sont pleines).
           MOVE WS-CAPACITE TO WS-CAPACITE-ED.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "EFFECTIFS PROPOSES PAR CLASSE (CAPACITE "
                   DELIMITED BY SIZE
                   WS-CAPACITE-ED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
               UNTIL WS-IDX-EF > EF-LGHT

               MOVE EF-EFFECTIF(WS-IDX-EF) TO WS-EFFECTIF-ED
               MOVE SPACE TO WS-OUT-LINE
               STRING "  ECOLE : " DELIMITED BY SIZE
                       EF-ECOLE(WS-IDX-EF) DELIMITED BY SIZE
                       " CLASSE : " DELIMITED BY SIZE
                       EF-CLASS(WS-IDX-EF) DELIMITED BY SIZE
                       " NIVEAU : " DELIMITED BY SIZE
                       EF-NIVEAU(WS-IDX-EF) DELIMITED BY SIZE
                       " EFFECTIF : " DELIMITED BY SIZE
                       WS-EFFECTIF-ED DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT

               IF EF-EFFECTIF(WS-IDX-EF) > WS-CAPACITE
                   ADD 1 TO WS-CNT-SURCHARGE
                   ADD 1 TO WS-CNT-EXCEPTIONS
                   MOVE SPACE TO WS-OUT-LINE
                   STRING "CLASSE AU-DELA DE LA CAPACITE   ECOLE : "
                           DELIMITED BY SIZE
                           EF-ECOLE(WS-IDX-EF) DELIMITED BY SIZE
                           " CLASSE : " DELIMITED BY SIZE
                           EF-CLASS(WS-IDX-EF) DELIMITED BY SIZE
                           " NIVEAU : " DELIMITED BY SIZE
                           EF-NIVEAU(WS-IDX-EF) DELIMITED BY SIZE
                           " EFFECTIF : " DELIMITED BY SIZE
                           WS-EFFECTIF-ED DELIMITED BY SIZE
                           " CAPACITE : " DELIMITED BY SIZE
                           WS-CAPACITE-ED DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   MOVE WS-OUT-LINE TO REC-F-EXCEPTION
                   WRITE REC-F-EXCEPTION
               END-IF

           END-PERFORM.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN Eleves:" DELIMITED BY SIZE
                   WS-CNT-ELEVES DELIMITED BY SIZE
                   " Promus:" DELIMITED BY SIZE
                   WS-CNT-PROMUS DELIMITED BY SIZE
                   " Redoublants:" DELIMITED BY SIZE
                   WS-CNT-REDOUBLE DELIMITED BY SIZE
                   " Sortis:" DELIMITED BY SIZE
                   WS-CNT-QUITTE DELIMITED BY SIZE
                   " FinCycle:" DELIMITED BY SIZE
                   WS-CNT-FIN-CYCLE DELIMITED BY SIZE
                   " Affectes:" DELIMITED BY SIZE
                   WS-CNT-AFFECTES DELIMITED BY SIZE
                   " Exceptions:" DELIMITED BY SIZE
                   WS-CNT-EXCEPTIONS DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN SansDecision:" DELIMITED BY SIZE
                   WS-CNT-SANS-DECISION DELIMITED BY SIZE
                   " NiveauSansSuccesseur:" DELIMITED BY SIZE
                   WS-CNT-SANS-SUCCES DELIMITED BY SIZE
                   " SansClasse:" DELIMITED BY SIZE
                   WS-CNT-SANS-CLASSE DELIMITED BY SIZE
                   " ClassesSurchargees:" DELIMITED BY SIZE
                   WS-CNT-SURCHARGE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.

           DISPLAY "Propositions de rentree :".
           DISPLAY "  Decisions lues       : " WS-CNT-DECISIONS.
           DISPLAY "  Eleves               : " WS-CNT-ELEVES.
           DISPLAY "  Promus               : " WS-CNT-PROMUS.
           DISPLAY "  Redoublants          : " WS-CNT-REDOUBLE.
           DISPLAY "  Sortis               : " WS-CNT-QUITTE.
           DISPLAY "  Fins de cycle        : " WS-CNT-FIN-CYCLE.
           DISPLAY "  Affectes en classe   : " WS-CNT-AFFECTES.
           DISPLAY "  Sans decision        : " WS-CNT-SANS-DECISION.
           DISPLAY "  Niveau sans successeur : " WS-CNT-SANS-SUCCES.
           DISPLAY "  Sans classe cible    : " WS-CNT-SANS-CLASSE.
           DISPLAY "  Classes surchargees  : " WS-CNT-SURCHARGE.

           CLOSE F-DA-TRIE.
           CLOSE F-RENTREE.
           CLOSE F-RAPPORT.
           CLOSE F-EXCEPTION.

      *    Code retour pour l'ordonnanceur : 0 liste complete, 4 des
      *    exceptions attendent le chef d'etablissement, 8 ouverture
      *    impossible.
           IF WS-CNT-EXCEPTIONS > 0
               MOVE 4 TO WS-CODE-RETOUR
           ELSE
               MOVE 0 TO WS-CODE-RETOUR
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *    Eleve suivant : niveau cible selon la decision retenue
      *    (niveau suivant pour un promu, meme niveau pour un
      *    redoublant), puis affectation dans la classe la moins
      *    chargee de ce niveau et ecriture dans la liste de rentree.
      *    Un eleve sans decision definitive (T, en attente du
      *    rattrapage) ou dont le niveau n'a pas de successeur part
      *    en exception.
      ******************************************************************
       TRAITER-ELEVE.

           IF WS-EF-PREMIER = 'T'
               OR WS-DR-ECOLE NOT = WS-EF-ECOLE
               PERFORM OUVRIR-EFFECTIFS-ECOLE
           END-IF.

           ADD 1 TO WS-CNT-ELEVES.
           MOVE 'F' TO WS-CIBLE-OK.
           MOVE SPACE TO WS-NIVEAU-ACTUEL.
           MOVE SPACE TO WS-NIVEAU-CIBLE.
           MOVE 0 TO WS-IDX-CLASSE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CL-LGHT OR WS-IDX-CLASSE > 0
               IF CL-CLASS(WS-IDX) = WS-DR-CLASS
                   MOVE WS-IDX TO WS-IDX-CLASSE
                   MOVE CL-NIVEAU(WS-IDX) TO WS-NIVEAU-ACTUEL
               END-IF
           END-PERFORM.

           IF WS-DR-QUITTE
               ADD 1 TO WS-CNT-QUITTE
               MOVE "SORTI" TO WS-LIBELLE
               PERFORM EDITER-LIGNE

           ELSE IF NOT WS-DR-PROMU AND NOT WS-DR-REDOUBLE
               ADD 1 TO WS-CNT-SANS-DECISION
               MOVE "SANS DECISION DEFINITIVE" TO WS-MOTIF
               PERFORM ECRIRE-EXCEPTION

           ELSE IF WS-IDX-CLASSE = 0
               ADD 1 TO WS-CNT-SANS-CLASSE
               MOVE "CLASSE ACTUELLE INCONNUE AU REFERENTIEL"
                   TO WS-MOTIF
               PERFORM ECRIRE-EXCEPTION

           ELSE IF WS-DR-REDOUBLE
               ADD 1 TO WS-CNT-REDOUBLE
               MOVE WS-NIVEAU-ACTUEL TO WS-NIVEAU-CIBLE
               MOVE "REDOUBLE" TO WS-LIBELLE
               MOVE 'T' TO WS-CIBLE-OK

           ELSE
               MOVE 'F' TO WS-NIVEAU-TROUVE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NV-LGHT OR WS-NIVEAU-TROUVE = 'T'
                   IF NV-NIVEAU(WS-IDX) = WS-NIVEAU-ACTUEL
                       MOVE 'T' TO WS-NIVEAU-TROUVE
                       MOVE NV-SUIVANT(WS-IDX) TO WS-NIVEAU-CIBLE
                   END-IF
               END-PERFORM

               IF WS-NIVEAU-TROUVE = 'F'
                   ADD 1 TO WS-CNT-SANS-SUCCES
                   MOVE "NIVEAU SANS SUCCESSEUR" TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
               ELSE IF WS-NIVEAU-CIBLE = SPACE
      *            Fin de cycle : l'eleve quitte l'etablissement.
                   ADD 1 TO WS-CNT-FIN-CYCLE
                   MOVE "FIN DE CYCLE" TO WS-LIBELLE
                   PERFORM EDITER-LIGNE
               ELSE
                   ADD 1 TO WS-CNT-PROMUS
                   MOVE "PROMU" TO WS-LIBELLE
                   MOVE 'T' TO WS-CIBLE-OK
               END-IF
               END-IF

           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-CIBLE-OK = 'T'
               PERFORM AFFECTER-CLASSE
           END-IF.

      ******************************************************************
      *    Premier eleve d'un etablissement (decisions triees par
      *    ecole) : ses classes sont ajoutees, effectif a zero.
      ******************************************************************
       OUVRIR-EFFECTIFS-ECOLE.

           MOVE 'F' TO WS-EF-PREMIER.
           MOVE WS-DR-ECOLE TO WS-EF-ECOLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CL-LGHT
               IF EF-LGHT >= 5000
                   DISPLAY "ATTENTION : CAPACITE EFFECTIFS MAXIMALE "
                       "ATTEINTE (5000), CLASSE IGNOREE : "
                       WS-DR-ECOLE " " CL-CLASS(WS-IDX)
               ELSE
                   ADD 1 TO EF-LGHT
                   MOVE WS-DR-ECOLE TO EF-ECOLE(EF-LGHT)
                   MOVE CL-CLASS(WS-IDX) TO EF-CLASS(EF-LGHT)
                   MOVE CL-NIVEAU(WS-IDX) TO EF-NIVEAU(EF-LGHT)
                   MOVE 0 TO EF-EFFECTIF(EF-LGHT)
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Equilibrage : la classe du niveau cible ayant le plus petit
      *    effectif propose dans l'etablissement de l'eleve recoit
      *    l'eleve (a egalite, la premiere dans l'ordre du
      *    referentiel).
      ******************************************************************
       AFFECTER-CLASSE.

           MOVE 0 TO WS-IDX-CIBLE.

           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
               UNTIL WS-IDX-EF > EF-LGHT
               IF EF-ECOLE(WS-IDX-EF) = WS-DR-ECOLE
                   AND EF-NIVEAU(WS-IDX-EF) = WS-NIVEAU-CIBLE
                   IF WS-IDX-CIBLE = 0
                       MOVE WS-IDX-EF TO WS-IDX-CIBLE
                   ELSE IF EF-EFFECTIF(WS-IDX-EF)
                           < EF-EFFECTIF(WS-IDX-CIBLE)
                       MOVE WS-IDX-EF TO WS-IDX-CIBLE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-IDX-CIBLE = 0
               ADD 1 TO WS-CNT-SANS-CLASSE
               MOVE SPACE TO WS-MOTIF
               STRING "AUCUNE CLASSE AU NIVEAU " DELIMITED BY SIZE
                       WS-NIVEAU-CIBLE DELIMITED BY SIZE
                   INTO WS-MOTIF
               END-STRING
               PERFORM ECRIRE-EXCEPTION
           ELSE
               ADD 1 TO EF-EFFECTIF(WS-IDX-CIBLE)
               ADD 1 TO WS-CNT-AFFECTES

               MOVE WS-DR-ECOLE TO REN-ECOLE
               MOVE WS-DR-STUDENT-ID TO REN-STUDENT-ID
               MOVE EF-CLASS(WS-IDX-CIBLE) TO REN-CLASS
               MOVE WS-NIVEAU-CIBLE TO REN-NIVEAU
               MOVE WS-DR-LASTNAME TO REN-LASTNAME
               MOVE WS-DR-FIRSTNAME TO REN-FIRSTNAME
               MOVE WS-DR-CLASS TO REN-ANC-CLASS
               MOVE WS-DR-DECISION TO REN-DECISION
               WRITE REC-F-RENTREE
                   INVALID KEY
                       DISPLAY "ATTENTION : ECRITURE rentree.dat "
                           "REFUSEE, STATUT " F-RENTREE-STATUS
                           " MATRICULE " WS-DR-STUDENT-ID
               END-WRITE

               PERFORM EDITER-LIGNE
           END-IF.

      ******************************************************************
      *    Ligne du rapport de rentree pour l'eleve en cours.
      ******************************************************************
       EDITER-LIGNE.

           MOVE WS-DR-MOYENNE TO WS-MOYENNE-ED.
           MOVE SPACE TO WS-OUT-LINE.
           IF WS-IDX-CIBLE > 0 AND WS-CIBLE-OK = 'T'
               STRING WS-DR-ECOLE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-LASTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-FIRSTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-CLASS DELIMITED BY SIZE
                       " MOYENNE : " DELIMITED BY SIZE
                       WS-MOYENNE-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LIBELLE DELIMITED BY SIZE
                       " CLASSE PROPOSEE : " DELIMITED BY SIZE
                       EF-CLASS(WS-IDX-CIBLE) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING WS-DR-ECOLE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-LASTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-FIRSTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DR-CLASS DELIMITED BY SIZE
                       " MOYENNE : " DELIMITED BY SIZE
                       WS-MOYENNE-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LIBELLE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF.
           MOVE WS-OUT-LINE TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.

      ******************************************************************
      *    Ligne de la liste des exceptions pour l'eleve en cours.
      ******************************************************************
       ECRIRE-EXCEPTION.

           ADD 1 TO WS-CNT-EXCEPTIONS.
           MOVE SPACE TO WS-OUT-LINE.
           STRING WS-MOTIF DELIMITED BY SIZE
                   " ECOLE : " DELIMITED BY SIZE
                   WS-DR-ECOLE DELIMITED BY SIZE
                   " MATRICULE : " DELIMITED BY SIZE
                   WS-DR-STUDENT-ID DELIMITED BY SIZE
                   " NOM : " DELIMITED BY SIZE
                   WS-DR-LASTNAME DELIMITED BY SIZE
                   " CLASSE : " DELIMITED BY SIZE
                   WS-DR-CLASS DELIMITED BY SIZE
                   " NIVEAU : " DELIMITED BY SIZE
                   WS-NIVEAU-ACTUEL DELIMITED BY SIZE
                   " DECISION : " DELIMITED BY SIZE
                   WS-DR-DECISION DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.
