               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

      *    Calendrier des periodes (PROGRAM-ID. permnt) : fixe les
      *    termes de l'annee a editer, chacun a son rang.
           SELECT F-PERIODES
               ASSIGN TO 'periodes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS PER-CODE
               FILE STATUS IS F-PERIODES-STATUS.

           SELECT F-MOUVHIST
               ASSIGN TO 'mouvhist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MOUVHIST-STATUS.

           SELECT S-TRI-H
               ASSIGN TO 'histtri.tmp'.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JURYANN-STATUS.

           SELECT F-DECANN
               ASSIGN TO 'decann.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECANN-STATUS.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.
      *    Historique des resultats ecrit par le traitement de nuit :
      *    une entete '1' par eleve et par terme, une ligne '2' par
      *    matiere (voir PROGRAM-ID. student) et, pour une matiere
      *    notee sur des evaluations, une ligne '3' par evaluation :
      *    le releve annuel ne travaille que sur la note de la
      *    matiere, les lignes '3' sont comptees et ignorees. Le
      *    fichier n'est jamais coupe en fin d'annee : le calendrier
      *    des periodes (ou, a defaut, les cartes TERME de
      *    control.dat) designe les periodes de l'annee a editer.
       FD  F-HISTTERM
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONTROL       PIC X(80).

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

      *    Historique des transferts en cours d'annee (voir
      *    PROGRAM-ID. transf) : les termes d'un eleve transfere
      *    sont regroupes sous son etablissement d'accueil.
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

      *    Tri de l'historique : tous les termes d'un eleve regroupes,
      *    entetes '1' devant les matieres '2', matieres regroupees
      *    par code canonique (les 8 premiers caracteres des donnees

       01  REC-F-JURYANN       PIC X(132).

      *    Decisions de fin d'annee, une ligne par eleve delibere,
      *    pour le passage dans l'annee suivante (PROGRAM-ID.
      *    promot). Le fichier est recree a chaque releve annuel ;
      *    le rattrapage (PROGRAM-ID. rattres) y ajoute ensuite ses
      *    decisions definitives, qui l'emportent sur celles-ci.
      *    DA-DECISION : P promu, R redouble, Q a quitte
      *    l'etablissement en cours d'annee, T en attente du
      *    rattrapage. DA-SOURCE : A releve annuel, R rattrapage.
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
               88 DA-DECISION-QUITTE    VALUE 'Q'.
               88 DA-DECISION-ATTENTE   VALUE 'T'.
           03 DA-SOURCE        PIC X(01).
           03 DA-DATE          PIC 9(08).

      ******************************************************************
      *
      ******************************************************************
           88 F-CONTROL-STATUS-EOF     VALUE '10'.
           88 F-CONTROL-STATUS-NOFILE  VALUE '35'.

       01  F-PERIODES-STATUS   PIC X(02) VALUE SPACE.
           88 F-PERIODES-STATUS-OK     VALUE '00'.
           88 F-PERIODES-STATUS-EOF    VALUE '10'.
           88 F-PERIODES-STATUS-NOFILE VALUE '35'.

       01  F-MOUVHIST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MOUVHIST-STATUS-OK     VALUE '00'.
           88 F-MOUVHIST-STATUS-EOF    VALUE '10'.

       01  F-HIST-TRIE-STATUS  PIC X(02) VALUE SPACE.
           88 F-HIST-TRIE-STATUS-OK    VALUE '00'.
           88 F-HIST-TRIE-STATUS-EOF   VALUE '10'.
       01  F-JURYANN-STATUS    PIC X(02) VALUE SPACE.
           88 F-JURYANN-STATUS-OK      VALUE '00'.

       01  F-DECANN-STATUS     PIC X(02) VALUE SPACE.
           88 F-DECANN-STATUS-OK       VALUE '00'.

      *    Regles de deliberation, memes cartes que le traitement de
      *    nuit (SEUIL, ELIMIN, RATTRA) : le conseil de fin d'annee
      *    applique les memes seuils aux moyennes annuelles.
           05 WS-ELIMIN-SEUIL      PIC 99V99   VALUE 0.
           05 WS-RATTRA-SEUIL      PIC 99V99   VALUE 99,99.

      *    Table des termes de l'annee. Le calendrier des periodes
      *    la fixe : chaque periode de l'annee (carte ANNEE, a
      *    defaut la plus recente du calendrier) dans la colonne de
      *    son numero de terme. Sans calendrier, les cartes TERME de
      *    control.dat la fixent dans l'ordre des colonnes (T1 =
      *    premiere carte). Table fixee, tout autre libelle de
      *    periode de l'historique est ignore : c'est ainsi que
      *    l'annee en cours est isolee dans un historique qui ne
      *    fait que grossir. Ni calendrier ni carte TERME : les
      *    termes sont pris dans l'ordre de premiere apparition
      *    dans l'historique, ce qui ne vaut que tant que le
      *    fichier ne porte qu'une annee.
      *    Trois colonnes editees, jusqu'a six termes suivis pour
      *    absorber un terme de rattrapage ou d'essai.
       01  DATA-TERMES.
           05 TRM-LGHT PIC 9(01) VALUE 0.
           05 TERMES OCCURS 6 TIMES.
               10 TRM-LIBELLE      PIC X(15).
               10 TRM-ENTETES      PIC 9(06).

      *    Periodes du calendrier, lues une fois : l'annee a editer
      *    n'est connue qu'apres lecture complete quand la carte
      *    ANNEE est absente.
       01  DATA-CALENDRIER.
           05 CP-LGHT              PIC 9(03)   VALUE 0.
           05 CP-PERIODE OCCURS 0 TO 200 TIMES
               DEPENDING ON CP-LGHT.
               10 CP-CODE          PIC X(15).
               10 CP-ANNEE         PIC X(09).
               10 CP-TERME         PIC 9(01).
               10 CP-ETAT          PIC X(01).

      *    Transferts enregistres. Toutes les lignes d'historique
      *    d'un eleve transfere, sous l'un ou l'autre des
      *    etablissements de ses mouvements, sont reprises sous
      *    l'etablissement d'accueil de son dernier mouvement.
       01  DATA-TRANSFERTS.
           05 TF-LGHT              PIC 9(04)   VALUE 0.
           05 TF-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON TF-LGHT.
               10 TF-STUDENT-ID    PIC 9(06).
               10 TF-ANC-ECOLE     PIC X(04).
               10 TF-ANC-CLASS     PIC X(05).
               10 TF-NOUV-ECOLE    PIC X(04).
               10 TF-NOUV-CLASS    PIC X(05).
               10 TF-PERIODE       PIC X(15).

      *    L'eleve en cours de constitution pendant la passe annuelle.
       01  DATA-ELEVE-ANNUEL.
           05 AN-MOYENNE       PIC 99V99   VALUE 0.
           05 AN-TERME-MOY OCCURS 6 TIMES.
               10 AN-TRM-MOYENNE   PIC X(05).
      *    Classe du terme le plus avance de l'annee : celle dont
      *    part le passage dans l'annee suivante.
           05 AN-CLASSE-TERME  PIC X(05)   VALUE SPACE.
           05 AN-COL-CLASSE    PIC 9(01)   VALUE 0.

      *    La matiere en cours de constitution : une note par terme
      *    et la moyenne annuelle de la matiere.
           05 MA-NOTE OCCURS 6 TIMES.
               10 MA-TRM-NOTE      PIC X(05).

       77  WS-TERMES-FIXES             PIC X               VALUE 'F'.
       77  WS-TERMES-CARTES            PIC X               VALUE 'F'.
       77  WS-ANNEE                    PIC X(09)           VALUE SPACE.
       77  WS-CP-INDEX                 PIC 9(03)           VALUE 0.
       77  WS-ANN-FIN                  PIC X               VALUE 'F'.
       77  WS-ELEVE-MATCHE             PIC X               VALUE 'F'.
       77  WS-ENTETE-EDITEE            PIC X               VALUE 'F'.
       77  WS-TRM-INDEX                PIC 9(01)           VALUE 0.
       77  WS-TRM-COL                  PIC 9(01)           VALUE 0.
       77  WS-TRM-CHERCHE              PIC X(15)           VALUE SPACE.
       77  WS-TRM-OUVERT-MAX           PIC 9(01)           VALUE 0.
       77  WS-QUITTE-DEDUIT            PIC X               VALUE 'F'.
       77  WS-GRADE-VALUE              PIC S99V99          VALUE 0.
       77  WS-OUT-LINE                 PIC X(132)          VALUE SPACE.
       77  WS-DATE-JOUR                PIC 9(08)           VALUE 0.
       77  WS-JURY-DECISION            PIC X(10)           VALUE SPACE.
       77  WS-JURY-REGLE               PIC X(50)           VALUE SPACE.
       77  WS-MENTION                  PIC X(10)           VALUE SPACE.
       77  WS-TF-INDEX                 PIC 9(04)           VALUE 0.
       77  WS-TF-ECOLE                 PIC X(04)           VALUE SPACE.
       77  WS-TF-ACCUEIL               PIC X(04)           VALUE SPACE.
       77  WS-TF-CONCERNE              PIC X               VALUE 'F'.
       77  WS-ELEVE-TRANSFERE          PIC X               VALUE 'F'.

       01  WS-CNT-ANNUEL.
           05 WS-CNT-ENTETES       PIC 9(06) VALUE 0.
           05 WS-CNT-MATIERES      PIC 9(06) VALUE 0.
           05 WS-CNT-EVALUATIONS   PIC 9(06) VALUE 0.
           05 WS-CNT-ELEVES        PIC 9(06) VALUE 0.
           05 WS-CNT-HORS-ANNEE    PIC 9(06) VALUE 0.
           05 WS-CNT-IGNOREES      PIC 9(06) VALUE 0.
           05 WS-CNT-AJOURNE       PIC 9(06) VALUE 0.
           05 WS-CNT-RATTRAPAGE    PIC 9(06) VALUE 0.
           05 WS-CNT-ELIMINE       PIC 9(06) VALUE 0.
           05 WS-CNT-QUITTE        PIC 9(06) VALUE 0.
           05 WS-CNT-MOUVEMENTS    PIC 9(06) VALUE 0.
           05 WS-CNT-REPRISES      PIC 9(06) VALUE 0.
           05 WS-CNT-TRANSFERES    PIC 9(06) VALUE 0.
           05 WS-CNT-TERMES-OUVERTS PIC 9(06) VALUE 0.

       01  TRA-LIGNE-SEP       PIC X(132) VALUE ALL "=".

       01  TRA-LIGNE-TIRETS    PIC X(132) VALUE ALL "-".

       01  TRA-LIGNE-TITRE.
           05 FILLER           PIC X(31) VALUE
               "RELEVE ANNUEL - ANNEE SCOLAIRE".
           05 TRA-TITRE-ANNEE  PIC X(09)   VALUE SPACE.
           05 FILLER           PIC X(03) VALUE SPACE.
           05 FILLER           PIC X(11) VALUE "EDITE LE : ".
           05 TRA-TITRE-JJ     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 TRA-TITRE-MM     PIC X(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 TRA-TITRE-AAAA   PIC X(04).
           05 FILLER           PIC X(68) VALUE SPACE.

       01  TRA-LIGNE-ELEVE.
           05 FILLER           PIC X(08) VALUE "ELEVE : ".
                                   "MAXIMALE ATTEINTE (6), CARTE "
                                   "IGNOREE : " REC-F-CONTROL(7:15)
                               ELSE
                                   MOVE 'T' TO WS-TERMES-FIXES
                                   MOVE 'T' TO WS-TERMES-CARTES
                                   ADD 1 TO TRM-LGHT
                                   MOVE REC-F-CONTROL(7:15)
                                       TO TRM-LIBELLE(TRM-LGHT)
                               END-IF

      *                    Carte ANNEE : annee scolaire du calendrier
      *                    a editer, ex. 2025-2026.
                           ELSE IF REC-F-CONTROL(1:6) = "ANNEE "
                               MOVE REC-F-CONTROL(7:9) TO WS-ANNEE

                           END-IF END-IF END-IF END-IF END-IF

                   END-READ


           END-IF.

      *    Le calendrier des periodes est facultatif : sans lui, les
      *    cartes TERME fixent l'annee comme avant. Avec lui, elles
      *    sont ignorees.
           OPEN INPUT F-PERIODES.
           IF F-PERIODES-STATUS-OK
               PERFORM CHARGER-CALENDRIER
               CLOSE F-PERIODES
               PERFORM TERMES-DU-CALENDRIER
           END-IF.

      *    Les transferts sont facultatifs : sans historique des
      *    mouvements, chaque eleve reste sous l'etablissement de
      *    ses lignes.
           OPEN INPUT F-MOUVHIST.
           IF F-MOUVHIST-STATUS-OK

               PERFORM UNTIL F-MOUVHIST-STATUS-EOF

                   READ F-MOUVHIST

                       AT END
                           SET F-MOUVHIST-STATUS-EOF TO TRUE

                       NOT AT END
                           ADD 1 TO WS-CNT-MOUVEMENTS
                           IF TF-LGHT >= 2000
                               DISPLAY
                               "ATTENTION : CAPACITE MOUVEMENTS "
                               "MAXIMALE ATTEINTE (2000), MOUVEMENT "
                               "IGNORE : " MV-STUDENT-ID
                           ELSE
                               ADD 1 TO TF-LGHT
                               MOVE MV-STUDENT-ID
                                   TO TF-STUDENT-ID(TF-LGHT)
                               MOVE MV-ANC-ECOLE
                                   TO TF-ANC-ECOLE(TF-LGHT)
                               MOVE MV-ANC-CLASS
                                   TO TF-ANC-CLASS(TF-LGHT)
                               MOVE MV-NOUV-ECOLE
                                   TO TF-NOUV-ECOLE(TF-LGHT)
                               MOVE MV-NOUV-CLASS
                                   TO TF-NOUV-CLASS(TF-LGHT)
                               MOVE MV-PERIODE
                                   TO TF-PERIODE(TF-LGHT)
                           END-IF

                   END-READ

               END-PERFORM

               CLOSE F-MOUVHIST

           END-IF.

      *    Premiere passe : releve des termes. Avec le calendrier ou
      *    des cartes TERME la table est figee et tout autre libelle
      *    de periode est une ligne ignoree (autre annee de
      *    l'historique) ; sinon, les termes sont pris dans l'ordre
      *    ou ils apparaissent (T1 = premier terme vu). Les entetes
      *    sont comptees par terme.
           PERFORM VARYING WS-TRM-INDEX FROM 1 BY 1
               UNTIL WS-TRM-INDEX > 6
               MOVE 0 TO TRM-ENTETES(WS-TRM-INDEX)
           END-PERFORM.

           PERFORM UNTIL F-HISTTERM-STATUS-EOF

               READ F-HISTTERM

                       IF HT-TYPE = '1'
                           ADD 1 TO WS-CNT-ENTETES
                       ELSE IF HT-TYPE = '3'
                           ADD 1 TO WS-CNT-EVALUATIONS
                       ELSE
                           ADD 1 TO WS-CNT-MATIERES
                       END-IF END-IF

                       MOVE HT-PERIODE TO WS-TRM-CHERCHE
                       PERFORM CHERCHER-TERME
                       IF WS-TRM-COL = 0
                           IF WS-TERMES-FIXES = 'T'
                               OR TRM-LGHT >= 6
                               ADD 1 TO WS-CNT-IGNOREES
                           ELSE
                               ADD 1 TO TRM-LGHT
                               MOVE HT-PERIODE
                                   TO TRM-LIBELLE(TRM-LGHT)
                               MOVE TRM-LGHT TO WS-TRM-COL
                           END-IF
                       END-IF
                       IF HT-TYPE = '1'
                           AND WS-TRM-COL > 0
                           ADD 1 TO TRM-ENTETES(WS-TRM-COL)
                       END-IF

               END-READ


           CLOSE F-HISTTERM.

      *    Un eleve sans entete au dernier terme n'est repute sorti
      *    que si ce terme est clos au calendrier et que les entetes
      *    des autres eleves prouvent qu'il a eu lieu. Sinon (releve
      *    edite avant la fin de l'annee, terme pas encore verse a
      *    l'historique) la decision du jury est reportee telle
      *    quelle et le code retour vaut 4.
           MOVE 'F' TO WS-QUITTE-DEDUIT.
           IF TRM-LGHT > 0
               IF WS-TRM-OUVERT-MAX = TRM-LGHT
                   DISPLAY "ATTENTION : DERNIER TERME ("
                       TRM-LIBELLE(TRM-LGHT) ") ENCORE OUVERT, "
                       "AUCUNE SORTIE EN COURS D'ANNEE DEDUITE"
               ELSE IF TRM-ENTETES(TRM-LGHT) = 0
                   DISPLAY "ATTENTION : DERNIER TERME ("
                       TRM-LIBELLE(TRM-LGHT) ") ABSENT DE "
                       "L'HISTORIQUE, AUCUNE SORTIE EN COURS "
                       "D'ANNEE DEDUITE"
               ELSE
                   MOVE 'T' TO WS-QUITTE-DEDUIT
               END-IF END-IF
           END-IF.

      *    Tri de l'historique : un eleve, tous termes confondus,
      *    entetes devant matieres, matieres regroupees par code.
      *    L'etablissement en tete de cle separe les ecoles d'un
      *    district qui porteraient le meme matricule ; un eleve
      *    transfere y est reporte sous son etablissement d'accueil
      *    (REPRENDRE-HISTORIQUE).
           SORT S-TRI-H
               ASCENDING KEY H-ECOLE H-STUDENT-ID H-TYPE
                   H-CLE-MAT H-PERIODE
               INPUT PROCEDURE IS REPRENDRE-HISTORIQUE
               GIVING F-HIST-TRIE.

           OPEN INPUT F-HIST-TRIE.
           OPEN OUTPUT F-TRANSANN.
           OPEN OUTPUT F-JURYANN.
           OPEN OUTPUT F-DECANN.

           MOVE WS-DATE-JOUR(7:2) TO TRA-TITRE-JJ.
           MOVE WS-DATE-JOUR(5:2) TO TRA-TITRE-MM.
      *        enregistrement porte l'identite de l'eleve (la
      *        premiere l'emporte). L'entete du releve n'est editee
      *        qu'a la premiere donnee de l'annee : un eleve parti
      *        dont tout l'historique est hors des termes de
      *        l'annee ne produit ni page ni ligne de deliberation.
               MOVE Y-ECOLE TO AN-ECOLE
               MOVE Y-STUDENT-ID TO AN-STUDENT-ID
               MOVE SPACE TO AN-CLASS
                   UNTIL WS-TRM-INDEX > 6
                   MOVE SPACE TO AN-TRM-MOYENNE(WS-TRM-INDEX)
               END-PERFORM
               MOVE SPACE TO AN-CLASSE-TERME
               MOVE 0 TO AN-COL-CLASSE
               MOVE 'F' TO MA-EN-COURS
               MOVE 'F' TO WS-JURY-ELIMINE
               MOVE SPACE TO WS-JURY-ELIM-LABEL
                           MOVE YH-MOYENNE TO WS-MOYENNE-ED
                           MOVE WS-MOYENNE-ED
                               TO AN-TRM-MOYENNE(WS-TRM-COL)
                           IF WS-TRM-COL >= AN-COL-CLASSE
                               MOVE WS-TRM-COL TO AN-COL-CLASSE
                               MOVE Y-CLASS TO AN-CLASSE-TERME
                           END-IF
                       END-IF

                   ELSE IF Y-TYPE = '2'

      *                Ligne matiere : changement de code = fin de la
      *                matiere en cours, puis cumul de la note du
                               TO MA-TRM-NOTE(WS-TRM-COL)
                       END-IF

                   END-IF END-IF

                   READ F-HIST-TRIE
                       AT END
           CLOSE F-HIST-TRIE.
           CLOSE F-TRANSANN.
           CLOSE F-JURYANN.
           CLOSE F-DECANN.

           DISPLAY "Releve annuel et deliberation :".
           DISPLAY "  Entetes de terme lues : " WS-CNT-ENTETES.
           DISPLAY "  Lignes matieres lues  : " WS-CNT-MATIERES.
           DISPLAY "  Lignes evaluations    : " WS-CNT-EVALUATIONS.
           DISPLAY "  Termes de l'annee     : " TRM-LGHT.
           DISPLAY "  Eleves edites         : " WS-CNT-ELEVES.
           DISPLAY "  Eleves hors annee     : " WS-CNT-HORS-ANNEE.
           DISPLAY "    Rattrapage : " WS-CNT-RATTRAPAGE.
           DISPLAY "    Ajournes   : " WS-CNT-AJOURNE
               " (dont note eliminatoire : " WS-CNT-ELIMINE ")".
           DISPLAY "    Sortis en cours d'annee : " WS-CNT-QUITTE.
           DISPLAY "  Mouvements de transfert : " WS-CNT-MOUVEMENTS.
           DISPLAY "  Lignes reprises a l'accueil : " WS-CNT-REPRISES.
           DISPLAY "  Eleves transferes edites : " WS-CNT-TRANSFERES.

      *    Code retour pour l'ordonnanceur : 0 execution propre,
      *    8 historique absent ou annee absente du calendrier. Avec
      *    une table de termes fixee, les lignes des autres annees
      *    sont l'etat normal d'un historique qui ne fait que
      *    grossir : elles ne valent pas avertissement. Sans table
      *    fixee, des lignes ignorees (plus de six termes vus)
      *    donnent 4. Un terme de l'annee encore ouvert au
      *    calendrier (releve edite avant la fin de l'annee) donne
      *    aussi 4, comme un dernier terme absent de l'historique
      *    (sorties en cours d'annee non deduites).
           IF WS-CNT-IGNOREES > 0
               AND WS-TERMES-FIXES = 'F'
               MOVE 4 TO RETURN-CODE
           ELSE IF WS-CNT-TERMES-OUVERTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE IF TRM-LGHT > 0
               AND WS-QUITTE-DEDUIT = 'F'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF END-IF END-IF.

           STOP RUN.

      ******************************************************************
      *    Chargement du calendrier des periodes dans l'ordre de la
      *    cle. L'annee a editer est, a defaut de carte ANNEE, la
      *    plus recente du calendrier.
      ******************************************************************
       CHARGER-CALENDRIER.

           MOVE 0 TO CP-LGHT.

           PERFORM UNTIL NOT F-PERIODES-STATUS-OK

               READ F-PERIODES

                   AT END
                       SET F-PERIODES-STATUS-EOF TO TRUE

                   NOT AT END
                       IF CP-LGHT >= 200
                           DISPLAY
                           "ATTENTION : CAPACITE CALENDRIER "
                           "MAXIMALE ATTEINTE (200), PERIODE "
                           "IGNOREE : " PER-CODE
                       ELSE
                           ADD 1 TO CP-LGHT
                           MOVE PER-CODE TO CP-CODE(CP-LGHT)
                           MOVE PER-ANNEE TO CP-ANNEE(CP-LGHT)
                           MOVE PER-TERME TO CP-TERME(CP-LGHT)
                           MOVE PER-ETAT TO CP-ETAT(CP-LGHT)
                       END-IF

               END-READ

           END-PERFORM.

           IF WS-ANNEE = SPACE
               PERFORM VARYING WS-CP-INDEX FROM 1 BY 1
                   UNTIL WS-CP-INDEX > CP-LGHT
                   IF CP-ANNEE(WS-CP-INDEX) > WS-ANNEE
                       MOVE CP-ANNEE(WS-CP-INDEX) TO WS-ANNEE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *    Termes de l'annee pris au calendrier : chaque periode de
      *    l'annee dans la colonne de son numero de terme. Les cartes
      *    TERME eventuelles sont ignorees. Une annee sans periode au
      *    calendrier est fatale : le releve serait vide.
      ******************************************************************
       TERMES-DU-CALENDRIER.

           IF WS-TERMES-CARTES = 'T'
               DISPLAY "ATTENTION : CARTES TERME IGNOREES, TERMES "
                   "PRIS AU CALENDRIER DES PERIODES"
           END-IF.

           MOVE 0 TO TRM-LGHT.
           PERFORM VARYING WS-TRM-INDEX FROM 1 BY 1
               UNTIL WS-TRM-INDEX > 6
               MOVE SPACE TO TRM-LIBELLE(WS-TRM-INDEX)
           END-PERFORM.

           PERFORM VARYING WS-CP-INDEX FROM 1 BY 1
               UNTIL WS-CP-INDEX > CP-LGHT
               IF CP-ANNEE(WS-CP-INDEX) = WS-ANNEE
                   IF CP-TERME(WS-CP-INDEX) > 6
                       OR CP-TERME(WS-CP-INDEX) = 0
                       DISPLAY "ATTENTION : CAPACITE TERMES "
                           "MAXIMALE ATTEINTE (6), PERIODE "
                           "IGNOREE : " CP-CODE(WS-CP-INDEX)
                   ELSE
                       MOVE CP-CODE(WS-CP-INDEX)
                           TO TRM-LIBELLE(CP-TERME(WS-CP-INDEX))
                       IF CP-TERME(WS-CP-INDEX) > TRM-LGHT
                           MOVE CP-TERME(WS-CP-INDEX) TO TRM-LGHT
                       END-IF
                       IF CP-ETAT(WS-CP-INDEX) NOT = 'C'
                           ADD 1 TO WS-CNT-TERMES-OUVERTS
                           IF CP-TERME(WS-CP-INDEX) >
                               WS-TRM-OUVERT-MAX
                               MOVE CP-TERME(WS-CP-INDEX)
                                   TO WS-TRM-OUVERT-MAX
                           END-IF
                           DISPLAY "ATTENTION : TERME "
                               CP-TERME(WS-CP-INDEX) " ("
                               CP-CODE(WS-CP-INDEX)
                               ") ENCORE OUVERT AU CALENDRIER"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF TRM-LGHT = 0
               DISPLAY "ERREUR : ANNEE " WS-ANNEE
                   " ABSENTE DU CALENDRIER DES PERIODES"
               CLOSE F-HISTTERM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'T' TO WS-TERMES-FIXES.
           MOVE WS-ANNEE TO TRA-TITRE-ANNEE.

      ******************************************************************
      *    Recherche d'un libelle de periode dans la table des termes
      *    de l'annee : colonne trouvee dans WS-TRM-COL, 0 sinon.
      ******************************************************************
      *    Entete du releve de l'eleve en cours : editee a la
      *    premiere donnee de l'annee rencontree, jamais pour un
      *    eleve dont tout l'historique est hors des termes de
      *    l'annee.
      ******************************************************************
       EDITER-ENTETE-ELEVE.

           MOVE 'T' TO WS-ENTETE-EDITEE.
           ADD 1 TO WS-CNT-ELEVES.

      *    Un eleve transfere pendant l'annee est edite dans la
      *    classe de son dernier terme, celle de l'accueil.
           MOVE 'F' TO WS-ELEVE-TRANSFERE.
           PERFORM VARYING WS-TF-INDEX FROM 1 BY 1
               UNTIL WS-TF-INDEX > TF-LGHT
               IF TF-STUDENT-ID(WS-TF-INDEX) = AN-STUDENT-ID
                   MOVE TF-PERIODE(WS-TF-INDEX) TO WS-TRM-CHERCHE
                   PERFORM CHERCHER-TERME
                   IF WS-TRM-COL > 0
                       MOVE 'T' TO WS-ELEVE-TRANSFERE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ELEVE-TRANSFERE = 'T'
               ADD 1 TO WS-CNT-TRANSFERES
               IF AN-CLASSE-TERME NOT = SPACE
                   MOVE AN-CLASSE-TERME TO AN-CLASS
               END-IF
           END-IF.

           MOVE TRA-LIGNE-SEP TO REC-F-TRANSANN.
           WRITE REC-F-TRANSANN.
           MOVE TRA-LIGNE-TITRE TO REC-F-TRANSANN.
           MOVE AN-ECOLE TO TRA-ELEVE-ETAB.
           MOVE TRA-LIGNE-ELEVE TO REC-F-TRANSANN.
           WRITE REC-F-TRANSANN.

      *    Mouvements de l'annee, dans l'ordre de leur
      *    enregistrement.
           IF WS-ELEVE-TRANSFERE = 'T'
               PERFORM VARYING WS-TF-INDEX FROM 1 BY 1
                   UNTIL WS-TF-INDEX > TF-LGHT
                   IF TF-STUDENT-ID(WS-TF-INDEX) = AN-STUDENT-ID
                       MOVE TF-PERIODE(WS-TF-INDEX) TO WS-TRM-CHERCHE
                       PERFORM CHERCHER-TERME
                       IF WS-TRM-COL > 0
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "TRANSFERT : ETAB "
                                   DELIMITED BY SIZE
                                   TF-ANC-ECOLE(WS-TF-INDEX)
                                   DELIMITED BY SIZE
                                   " CLASSE " DELIMITED BY SIZE
                                   TF-ANC-CLASS(WS-TF-INDEX)
                                   DELIMITED BY SIZE
                                   " -> ETAB " DELIMITED BY SIZE
                                   TF-NOUV-ECOLE(WS-TF-INDEX)
                                   DELIMITED BY SIZE
                                   " CLASSE " DELIMITED BY SIZE
                                   TF-NOUV-CLASS(WS-TF-INDEX)
                                   DELIMITED BY SIZE
                                   " A COMPTER DE " DELIMITED BY SIZE
                                   TF-PERIODE(WS-TF-INDEX)
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-TRANSANN
                           WRITE REC-F-TRANSANN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACE TO REC-F-TRANSANN.
           WRITE REC-F-TRANSANN.
           MOVE TRA-LIGNE-ENTETE TO REC-F-TRANSANN.
           END-STRING.
           MOVE WS-OUT-LINE TO REC-F-JURYANN.
           WRITE REC-F-JURYANN.

      *    Decision pour le passage : un eleve sans entete au dernier
      *    terme de l'annee a quitte l'etablissement en cours
      *    d'annee, quelle que soit sa moyenne, des lors que ce
      *    terme est clos et a eu lieu (WS-QUITTE-DEDUIT).
           MOVE AN-ECOLE TO DA-ECOLE.
           MOVE AN-STUDENT-ID TO DA-STUDENT-ID.
           IF AN-CLASSE-TERME NOT = SPACE
               MOVE AN-CLASSE-TERME TO DA-CLASS
           ELSE
               MOVE AN-CLASS TO DA-CLASS
           END-IF.
           MOVE AN-LASTNAME TO DA-LASTNAME.
           MOVE AN-FIRSTNAME TO DA-FIRSTNAME.
           MOVE AN-MOYENNE TO DA-MOYENNE.
           MOVE 'A' TO DA-SOURCE.
           MOVE WS-DATE-JOUR TO DA-DATE.
           IF TRM-LGHT > 0
               AND WS-QUITTE-DEDUIT = 'T'
               AND AN-TRM-MOYENNE(TRM-LGHT) = SPACE
               MOVE 'Q' TO DA-DECISION
               ADD 1 TO WS-CNT-QUITTE
           ELSE IF WS-JURY-DECISION = "RECU"
               MOVE 'P' TO DA-DECISION
           ELSE IF WS-JURY-DECISION = "RATTRAPAGE"
               MOVE 'T' TO DA-DECISION
           ELSE
               MOVE 'R' TO DA-DECISION
           END-IF END-IF END-IF.
           WRITE REC-F-DECANN.

      ******************************************************************
      *    Procedure d'entree du tri : relecture de l'historique, une
      *    ligne d'un eleve transfere etant reportee sous
      *    l'etablissement d'accueil de son dernier mouvement, pour
      *    un seul releve et une seule deliberation sur l'annee.
      ******************************************************************
       REPRENDRE-HISTORIQUE.

           OPEN INPUT F-HISTTERM.

           PERFORM UNTIL F-HISTTERM-STATUS-EOF

               READ F-HISTTERM

                   AT END
                       SET F-HISTTERM-STATUS-EOF TO TRUE

                   NOT AT END
                       IF TF-LGHT > 0
                           MOVE HT-ECOLE TO WS-TF-ECOLE
                           PERFORM CHERCHER-ACCUEIL
                           IF WS-TF-CONCERNE = 'T'
                               AND WS-TF-ACCUEIL NOT = HT-ECOLE
                               ADD 1 TO WS-CNT-REPRISES
                               MOVE WS-TF-ACCUEIL TO HT-ECOLE
                           END-IF
                       END-IF
                       RELEASE REC-TRI-H FROM REC-F-HISTTERM

               END-READ

           END-PERFORM.

           CLOSE F-HISTTERM.

      ******************************************************************
      *    Etablissement d'accueil de la ligne en cours : si
      *    l'etablissement WS-TF-ECOLE figure dans un mouvement du
      *    matricule HT-STUDENT-ID (au depart ou a l'accueil),
      *    WS-TF-CONCERNE passe a 'T' et WS-TF-ACCUEIL recoit
      *    l'accueil du dernier mouvement enregistre de l'eleve.
      ******************************************************************
       CHERCHER-ACCUEIL.

           MOVE 'F' TO WS-TF-CONCERNE.
           MOVE SPACE TO WS-TF-ACCUEIL.
           PERFORM VARYING WS-TF-INDEX FROM 1 BY 1
               UNTIL WS-TF-INDEX > TF-LGHT
               IF TF-STUDENT-ID(WS-TF-INDEX) = HT-STUDENT-ID
                   MOVE TF-NOUV-ECOLE(WS-TF-INDEX) TO WS-TF-ACCUEIL
                   IF TF-ANC-ECOLE(WS-TF-INDEX) = WS-TF-ECOLE
                       OR TF-NOUV-ECOLE(WS-TF-INDEX) = WS-TF-ECOLE
                       MOVE 'T' TO WS-TF-CONCERNE
                   END-IF
               END-IF
           END-PERFORM.
