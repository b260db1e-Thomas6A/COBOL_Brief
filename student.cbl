               RECORD KEY IS CLS-CLASS
               FILE STATUS IS F-CLASSES-STATUS.

      *    Programme par niveau : une fiche par niveau de classe
      *    (CLS-NIVEAU du referentiel des classes) et par matiere
      *    obligatoire, avec le coefficient attendu. Une matiere du
      *    niveau absente pour un eleve accepte est signalee, comme
      *    une matiere hors du programme de son niveau.
           SELECT F-PROGRAMME
               ASSIGN TO 'progniv.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRG-CLE
               FILE STATUS IS F-PROGRAMME-STATUS.

      *    Liste de rentree proposee par le passage de fin d'annee
      *    (PROGRAM-ID. promot) : classe attendue par ecole et
      *    matricule. Quand elle est presente, la classe de la ligne
      *    01 y est rapprochee.
           SELECT F-RENTREE
               ASSIGN TO 'rentree.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS REN-CLE
               FILE STATUS IS F-RENTREE-STATUS.

      *    Historique des transferts en cours d'annee (PROGRAM-ID.
      *    transf) : un matricule deja cree au maitre par son
      *    etablissement de depart n'est pas une collision.
           SELECT F-MOUVHIST
               ASSIGN TO 'mouvhist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MOUVHIST-STATUS.

      *    Responsables legaux de l'eleve (PROGRAM-ID. tutmnt) :
      *    adresse d'enveloppe des bulletins et destinataire des
      *    notifications aux familles.
           SELECT F-TUTEURS
               ASSIGN TO 'tuteurs.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS TU-STUDENT-ID
               FILE STATUS IS F-TUTEURS-STATUS.

           SELECT F-CONTROL
               ASSIGN TO 'control.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSREG-STATUS.

      *    Publipostage : une ligne par page de bulletin.dat, dans le
      *    meme ordre, portant le bloc adresse de l'enveloppe.
           SELECT F-COURRIER
               ASSIGN TO 'courrier.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURRIER-STATUS.

      *    Notifications pour la passerelle de messagerie de
      *    l'etablissement : convocation au rattrapage et seuil
      *    d'absences depasse (la decision definitive apres
      *    rattrapage y est ajoutee par PROGRAM-ID. rattres).
           SELECT F-NOTIF
               ASSIGN TO 'notif.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTIF-STATUS.

      *    Eleves sans contact utilisable, pour le secretariat.
           SELECT F-CONTEXC
               ASSIGN TO 'contexc.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTEXC-STATUS.

      *    Journal des images avant du fichier maitre : une ligne par
      *    enregistrement touche pendant la passe d'edition. Si
      *    l'execution s'arrete en cours de mise a jour, l'utilitaire
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTTERM-STATUS.

      *    Copie de l'historique avant le retrait des lignes d'une
      *    periode rejouee : sert de fichier de travail a la
      *    reecriture et reste disponible pour un retour arriere.
           SELECT F-HISTSAUV
               ASSIGN TO 'histsauv.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTSAUV-STATUS.

      *    Calendrier des periodes (PROGRAM-ID. permnt) : la carte
      *    PERIOD doit y designer une periode ouverte.
           SELECT F-PERIODES
               ASSIGN TO 'periodes.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS PER-CODE
               FILE STATUS IS F-PERIODES-STATUS.

      *    Fichiers de travail du traitement par tris : le volume
      *    n'est plus borne que par le disque, plus par des tables
      *    en memoire.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRI-CLASSE-STATUS.

      *    Notes manquantes : les signalements de la passe d'edition
      *    (matiere du programme non notee, matiere hors programme,
      *    coefficient different du programme) sont ecrits au fil de
      *    l'eau, puis tries par classe et par matiere pour le
      *    secretariat, qui relance le professeur concerne.
           SELECT F-MANQ
               ASSIGN TO 'manqwrk.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MANQ-STATUS.

           SELECT S-TRI-M
               ASSIGN TO 'trim.tmp'.

           SELECT F-MANQ-TRI
               ASSIGN TO 'manqtri.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MANQ-TRI-STATUS.

           SELECT F-NOTESMAN
               ASSIGN TO 'notesman.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTESMAN-STATUS.

      ******************************************************************
      *
      ******************************************************************
       01  REC-APPRECIATION.
           03 R-APPRECIATION   PIC X(50).

      *    Evaluation '04' : une note elementaire (devoir,
      *    interrogation, examen) de la ligne 02 qui precede, quand
      *    celle-ci ne porte pas elle-meme de note. La note de la
      *    matiere est alors la moyenne des evaluations ponderee par
      *    leur poids ; une evaluation ABS ou DISP n'y entre pas.
       01  REC-EVALUATION.
           03 R-EV-TYPE        PIC X(03).
               88 R-EV-TYPE-VALIDE     VALUE 'DEV' 'INT' 'EXA'.
           03 R-EV-DATE        PIC 9(08).
           03 R-EV-POIDS       PIC X(03).
           03 R-EV-GRADE       PIC X(05).

       FD  F-OUTPUT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           03 CLS-NIVEAU       PIC X(05).
           03 CLS-PROF         PIC X(23).

       FD  F-PROGRAMME
           RECORD CONTAINS 38 CHARACTERS.

       01  REC-F-PROGRAMME.
           03 PRG-CLE.
               05 PRG-NIVEAU       PIC X(05).
               05 PRG-CODE         PIC X(08).
           03 PRG-LABEL        PIC X(23).
           03 PRG-COEF         PIC 9V9.

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

       FD  F-CONTROL
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-ABSREG        PIC X(132).

      *    Bloc adresse d'une page de bulletin. CO-SUITE a 'S' pour
      *    une page de suite, qui part dans la meme enveloppe que la
      *    page precedente. CO-CANAL : C courrier postal, E courriel
      *    seul (pas d'adresse postale complete), N aucun contact.
       FD  F-COURRIER
           RECORD CONTAINS 151 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-COURRIER.
           03 CO-PAGE          PIC 9(04).
           03 CO-SUITE         PIC X(01).
           03 CO-ECOLE         PIC X(04).
           03 CO-STUDENT-ID    PIC 9(06).
           03 CO-CLASS         PIC X(05).
           03 CO-CANAL         PIC X(01).
           03 CO-NOM           PIC X(30).
           03 CO-ADRESSE       PIC X(30).
           03 CO-CP            PIC X(05).
           03 CO-VILLE         PIC X(25).
           03 CO-EMAIL         PIC X(40).

      *    Notification a une famille. NF-TYPE : RATTRA convocation
      *    au rattrapage, ABSENC seuil ABSMAX atteint, DECISI
      *    decision definitive apres rattrapage. NF-CANAL : E
      *    courriel (NF-EMAIL), C courrier (bloc adresse).
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

       FD  F-CONTEXC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONTEXC       PIC X(132).

      *    Journal des images avant : CREATI pour un enregistrement
      *    cree (l'image est le nouvel enregistrement, le retour
      *    arriere le supprime), MODIFI pour un enregistrement
           03 JRN-IMAGE        PIC X(34).

      *    Historique des resultats : une entete '1' par eleve et par
      *    terme, suivie d'une ligne '2' par matiere, elle-meme suivie
      *    d'une ligne '3' par evaluation quand la note de la matiere
      *    a ete calculee sur des lignes 04. Le fichier ne
      *    fait que grossir d'un terme a l'autre, sans coupure en
      *    fin d'annee : c'est la matiere premiere du releve annuel
      *    (PROGRAM-ID. annuel), qui isole l'annee a editer par le
      *    calendrier des periodes. Une periode rejouee remplace ses
      *    propres lignes au lieu de s'y ajouter.
       FD  F-HISTTERM
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.
               05 HT-LABEL         PIC X(23).
               05 HT-COEF          PIC 9V9.
               05 HT-GRADE         PIC X(05).
           03 HT-DONNEES-EVAL REDEFINES HT-DONNEES.
               05 HT-EV-CODE       PIC X(08).
               05 HT-EV-TYPE       PIC X(03).
               05 HT-EV-DATE       PIC 9(08).
               05 HT-EV-POIDS      PIC 9V9.
               05 HT-EV-GRADE      PIC X(05).
               05 FILLER           PIC X(12).

      *    Enregistrement de travail des tris : une entete '1' par
      *    eleve suivie d'un enregistrement '2' par matiere, tous
      *    deux porteurs des cles de tri, et des evaluations '04'
      *    rangees derriere leur matiere (meme type '2', meme numero
      *    d'ordre, sous-numero non nul). Le premier tri (matricule,
      *    ordre d'arrivee) permet le dedoublonnage, le second
      *    (classe, moyenne decroissante) l'edition et le classement.
       SD  S-TRI-W.
           03 W-ARRIVAL        PIC 9(06).
           03 W-TYPE           PIC X(01).
           03 W-SEQ            PIC 9(03).
           03 W-SOUS-SEQ       PIC 9(03).
           03 W-CLASS          PIC X(05).
           03 W-MOYENNE        PIC 99V99.
           03 W-DONNEES.
               05 WD-COEF          PIC 9V9.
               05 WD-GRADE         PIC X(05).
               05 WD-APPRECIATION  PIC X(50).
               05 WD-NB-EVAL       PIC 9(02).
           03 W-DONNEES-EVAL REDEFINES W-DONNEES.
               05 WE-CODE          PIC X(08).
               05 WE-TYPE          PIC X(03).
               05 WE-DATE          PIC 9(08).
               05 WE-POIDS         PIC 9V9.
               05 WE-GRADE         PIC X(05).
               05 FILLER           PIC X(64).

       FD  F-HISTSAUV
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTSAUV.
           03 HS-TYPE          PIC X(01).
           03 HS-PERIODE       PIC X(15).
           03 HS-ECOLE         PIC X(04).
           03 FILLER           PIC X(49).

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

       FD  F-TRI-ETUD
           RECORD CONTAINS 122 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRI-ETUD      PIC X(122).

       FD  F-TRI-CLASSE
           RECORD CONTAINS 122 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRI-CLASSE.
           03 V-ARRIVAL        PIC 9(06).
           03 V-TYPE           PIC X(01).
           03 V-SEQ            PIC 9(03).
           03 V-SOUS-SEQ       PIC 9(03).
           03 V-CLASS          PIC X(05).
           03 V-MOYENNE        PIC 99V99.
           03 V-DONNEES.
               05 VD-COEF          PIC 9V9.
               05 VD-GRADE         PIC X(05).
               05 VD-APPRECIATION  PIC X(50).
               05 VD-NB-EVAL       PIC 9(02).
           03 V-DONNEES-EVAL REDEFINES V-DONNEES.
               05 VE-CODE          PIC X(08).
               05 VE-TYPE          PIC X(03).
               05 VE-DATE          PIC 9(08).
               05 VE-POIDS         PIC 9V9.
               05 VE-GRADE         PIC X(05).
               05 FILLER           PIC X(64).

      *    Signalement de la passe d'edition : 'M' matiere du
      *    programme non notee, 'H' matiere hors programme du niveau,
      *    'C' coefficient de la ligne different du programme.
       FD  F-MANQ
           RECORD CONTAINS 103 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MANQ.
           03 MW-ECOLE         PIC X(04).
           03 MW-CLASS         PIC X(05).
           03 MW-CODE          PIC X(08).
           03 MW-TYPE          PIC X(01).
           03 MW-STUDENT-ID    PIC 9(06).
           03 MW-LASTNAME      PIC X(12).
           03 MW-FIRSTNAME     PIC X(12).
           03 MW-LABEL         PIC X(23).
           03 MW-COEF-LIGNE    PIC 9V9.
           03 MW-COEF-PROG     PIC 9V9.
           03 MW-NIVEAU        PIC X(05).
           03 MW-PROF          PIC X(23).

       SD  S-TRI-M.

       01  REC-TRI-M.
           03 MQ-ECOLE         PIC X(04).
           03 MQ-CLASS         PIC X(05).
           03 MQ-CODE          PIC X(08).
           03 MQ-TYPE          PIC X(01).
           03 MQ-STUDENT-ID    PIC 9(06).
           03 MQ-LASTNAME      PIC X(12).
           03 MQ-FIRSTNAME     PIC X(12).
           03 MQ-LABEL         PIC X(23).
           03 MQ-COEF-LIGNE    PIC 9V9.
           03 MQ-COEF-PROG     PIC 9V9.
           03 MQ-NIVEAU        PIC X(05).
           03 MQ-PROF          PIC X(23).

       FD  F-MANQ-TRI
           RECORD CONTAINS 103 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MANQ-TRI.
           03 MT-ECOLE         PIC X(04).
           03 MT-CLASS         PIC X(05).
           03 MT-CODE          PIC X(08).
           03 MT-TYPE          PIC X(01).
               88 MT-TYPE-MANQUANTE    VALUE 'M'.
               88 MT-TYPE-HORS-PROG    VALUE 'H'.
               88 MT-TYPE-COEF         VALUE 'C'.
           03 MT-STUDENT-ID    PIC 9(06).
           03 MT-LASTNAME      PIC X(12).
           03 MT-FIRSTNAME     PIC X(12).
           03 MT-LABEL         PIC X(23).
           03 MT-COEF-LIGNE    PIC 9V9.
           03 MT-COEF-PROG     PIC 9V9.
           03 MT-NIVEAU        PIC X(05).
           03 MT-PROF          PIC X(23).

       FD  F-NOTESMAN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-NOTESMAN      PIC X(132).

      ******************************************************************
      *
           88 F-CLASSES-STATUS-NOTFND  VALUE '23'.
           88 F-CLASSES-STATUS-NOFILE  VALUE '35'.

       01  F-PROGRAMME-STATUS  PIC X(02) VALUE SPACE.
           88 F-PROGRAMME-STATUS-OK     VALUE '00'.
           88 F-PROGRAMME-STATUS-EOF    VALUE '10'.
           88 F-PROGRAMME-STATUS-NOTFND VALUE '23'.
           88 F-PROGRAMME-STATUS-NOFILE VALUE '35'.

       01  F-RENTREE-STATUS    PIC X(02) VALUE SPACE.
           88 F-RENTREE-STATUS-OK      VALUE '00'.

       01  F-MOUVHIST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MOUVHIST-STATUS-OK     VALUE '00'.
           88 F-MOUVHIST-STATUS-EOF    VALUE '10'.

       01  F-MANQ-STATUS       PIC X(02) VALUE SPACE.
           88 F-MANQ-STATUS-OK         VALUE '00'.

       01  F-MANQ-TRI-STATUS   PIC X(02) VALUE SPACE.
           88 F-MANQ-TRI-STATUS-OK     VALUE '00'.
           88 F-MANQ-TRI-STATUS-EOF    VALUE '10'.

       01  F-NOTESMAN-STATUS   PIC X(02) VALUE SPACE.
           88 F-NOTESMAN-STATUS-OK     VALUE '00'.

       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK      VALUE '00'.
           88 F-CONTROL-STATUS-EOF     VALUE '10'.
       01  F-ABSREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSREG-STATUS-OK       VALUE '00'.

       01  F-TUTEURS-STATUS    PIC X(02) VALUE SPACE.
           88 F-TUTEURS-STATUS-OK      VALUE '00'.

       01  F-COURRIER-STATUS   PIC X(02) VALUE SPACE.
           88 F-COURRIER-STATUS-OK     VALUE '00'.

       01  F-NOTIF-STATUS      PIC X(02) VALUE SPACE.
           88 F-NOTIF-STATUS-OK        VALUE '00'.

       01  F-CONTEXC-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTEXC-STATUS-OK      VALUE '00'.

       01  F-JOURNAL-STATUS    PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK      VALUE '00'.

       01  F-HISTTERM-STATUS   PIC X(02) VALUE SPACE.
           88 F-HISTTERM-STATUS-OK     VALUE '00'.
           88 F-HISTTERM-STATUS-EOF    VALUE '10'.
           88 F-HISTTERM-STATUS-NOFILE VALUE '35'.

       01  F-HISTSAUV-STATUS   PIC X(02) VALUE SPACE.
           88 F-HISTSAUV-STATUS-OK     VALUE '00'.
           88 F-HISTSAUV-STATUS-EOF    VALUE '10'.

       01  F-PERIODES-STATUS   PIC X(02) VALUE SPACE.
           88 F-PERIODES-STATUS-OK     VALUE '00'.
           88 F-PERIODES-STATUS-NOTFND VALUE '23'.

       01  F-TRI-ETUD-STATUS   PIC X(02) VALUE SPACE.
           88 F-TRI-ETUD-STATUS-OK     VALUE '00'.
           88 F-TRI-ETUD-STATUS-EOF    VALUE '10'.
           05 WS-CNT-03-READ       PIC 9(06) VALUE 0.
           05 WS-CNT-03-ACCEPTED   PIC 9(06) VALUE 0.
           05 WS-CNT-03-REJECTED   PIC 9(06) VALUE 0.
           05 WS-CNT-04-READ       PIC 9(06) VALUE 0.
           05 WS-CNT-04-ACCEPTED   PIC 9(06) VALUE 0.
           05 WS-CNT-04-REJECTED   PIC 9(06) VALUE 0.
           05 WS-CNT-04-SKIPPED-DUP PIC 9(06) VALUE 0.
           05 WS-CNT-99-READ       PIC 9(06) VALUE 0.
           05 WS-CNT-UNKNOWN       PIC 9(06) VALUE 0.

               10 CURC-COEF    PIC 9V9.
               10 CURC-GRADE   PIC X(05).
               10 CURC-APPR    PIC X(50).
               10 CURC-EXCLU   PIC X.
      *        Cumuls des evaluations '04' de la matiere : la note
      *        CURC-GRADE en est recalculee a chaque evaluation.
               10 CURC-NB-EVAL PIC 9(02).
               10 CURC-EV-POND PIC 9(05)V99.
               10 CURC-EV-POIDS PIC 9(03)V9.
               10 CURC-EV-ABS  PIC X.
      *    Evaluations '04' de l'eleve, rattachees a leur matiere par
      *    son rang dans CUR-COURSE.
           05 CUR-EVAL-LGHT    PIC 9(03)   VALUE 0.
           05 CUR-EVAL OCCURS 500 TIMES.
               10 CURE-COURSE  PIC 9(03).
               10 CURE-RANG    PIC 9(02).
               10 CURE-TYPE    PIC X(03).
               10 CURE-DATE    PIC 9(08).
               10 CURE-POIDS   PIC 9V9.
               10 CURE-GRADE   PIC X(05).

      *    L'eleve en cours d'edition pendant la passe de sortie :
      *    l'entete lue dans le fichier trie est copiee ici avant de
       77  WS-EC-INDEX                 PIC 9(02)           VALUE 0.
       77  WS-EC-FOUND                 PIC X               VALUE 'F'.
       77  WS-EC-WARNED                PIC X               VALUE 'F'.
       77  WS-EC-DEBORDE               PIC X               VALUE 'F'.
       77  WS-MAITRE-COLLISION         PIC X               VALUE 'F'.
       77  WS-CNT-MAITRE-COLLISION     PIC 9(06)           VALUE 0.
      *    Rattachement des appreciations '03' : une ligne 02 a-t-elle
      *    controle des 03 est alors sans objet.
       77  WS-EXP-03-CNT               PIC 9(06)           VALUE 0.
       77  WS-EXP-03-PRESENT           PIC X               VALUE 'F'.
      *    Nombre de lignes 04 attendu : quatrieme compteur, present
      *    seulement chez les emetteurs des evaluations, sur le meme
      *    principe que celui des 03.
       77  WS-EXP-04-CNT               PIC 9(06)           VALUE 0.
       77  WS-EXP-04-PRESENT           PIC X               VALUE 'F'.
       77  WS-EN-EQUILIBRE             PIC X               VALUE 'F'.
       77  WS-PERIODE-REFUSEE          PIC X               VALUE 'F'.
       77  WS-CNT-HIST-RETIREES        PIC 9(06)           VALUE 0.
       77  WS-PURGE-ECHEC              PIC X               VALUE 'F'.
       77  WS-ERR-IO-AVANT             PIC X               VALUE 'F'.
       77  WS-ECOLE-DU-LOT             PIC X               VALUE 'F'.
       77  WS-ECOLE-CHERCHEE           PIC X(04)           VALUE SPACE.
       77  WS-ECOLE-BLANC-LUE          PIC X               VALUE 'F'.
       77  WS-CTRL-VERDICT             PIC X(40)           VALUE SPACE.
       77  WS-ERR-IO                   PIC X               VALUE 'F'.
       77  WS-CODE-RETOUR              PIC 9(02)           VALUE 0.
       77  WS-CS-ABS-PCT               PIC 9(03)V99        VALUE 0.
       77  WS-RUNHIST-IMAGE            PIC X(70)           VALUE SPACE.
       77  WS-CS-TOT-CNT               PIC 9(06)           VALUE 0.
      *    Controle des matieres au programme du niveau : sans
      *    fichier progniv.dat le controle est sans objet (temoin
      *    WS-PROG-ACTIF a 'F'), le reste du traitement est inchange.
       77  WS-PROG-ACTIF               PIC X               VALUE 'F'.
       77  WS-PROG-FIN                 PIC X               VALUE 'F'.
       77  WS-PROG-WARNED              PIC X               VALUE 'F'.
       77  WS-PG-FOUND                 PIC X               VALUE 'F'.
       77  WS-CL-NIVEAU                PIC X(05)           VALUE SPACE.
       77  WS-NB-MANQ-ETUD             PIC 9(03)           VALUE 0.
       77  WS-CNT-NOTES-MANQ           PIC 9(06)           VALUE 0.
       77  WS-CNT-ELEVES-INCOMPLETS    PIC 9(06)           VALUE 0.
       77  WS-CNT-HORS-PROG            PIC 9(06)           VALUE 0.
       77  WS-CNT-COEF-DIFF            PIC 9(06)           VALUE 0.
       77  WS-MQ-FIN                   PIC X               VALUE 'F'.
       77  WS-MQ-PREV-ECOLE            PIC X(04)           VALUE SPACE.
       77  WS-MQ-PREV-CLASS            PIC X(05)           VALUE SPACE.
       77  WS-MQ-PREV-CODE             PIC X(08)           VALUE SPACE.
       77  WS-MQ-PREV-TYPE             PIC X(01)           VALUE SPACE.
       77  WS-MQ-PREMIER               PIC X               VALUE 'T'.
       77  WS-MQ-CNT-CLASSE            PIC 9(04)           VALUE 0.
       77  WS-MQ-COEF-LIGNE-ED         PIC 9,9.
       77  WS-MQ-COEF-PROG-ED          PIC 9,9.
      *    Rapprochement a la liste de rentree : sans rentree.dat le
      *    controle est sans objet (temoin WS-RENTREE-ACTIF a 'F').
       77  WS-RENTREE-ACTIF            PIC X               VALUE 'F'.
       77  WS-REN-TROUVE               PIC X               VALUE 'F'.
       77  WS-CNT-RENTREE-ECART        PIC 9(06)           VALUE 0.
       77  WS-CNT-RENTREE-ABSENT       PIC 9(06)           VALUE 0.
      *    Transferts enregistres : matricule, etablissement de
      *    depart et d'accueil de chaque mouvement.
       77  WS-TF-INDEX                 PIC 9(04)           VALUE 0.
       77  WS-TF-ACCUEIL               PIC X(04)           VALUE SPACE.
       77  WS-TF-CONCERNE              PIC X               VALUE 'F'.
       77  WS-CNT-TRANSFERT-MAITRE     PIC 9(06)           VALUE 0.
       01  DATA-TRANSFERTS.
           05 TF-LGHT              PIC 9(04)   VALUE 0.
           05 TF-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON TF-LGHT.
               10 TF-STUDENT-ID    PIC 9(06).
               10 TF-ANC-ECOLE     PIC X(04).
               10 TF-NOUV-ECOLE    PIC X(04).
      *    Contacts des familles : sans tuteurs.dat, ni publipostage
      *    ni notifications (temoin WS-TUTEURS-ACTIF a 'F').
      *    WS-CT-POSTAL est le rang du responsable dont l'adresse
      *    postale est complete (celui qui prefere le courrier
      *    d'abord), WS-CT-NOTIF celui qui recoit les
      *    notifications, par son canal prefere s'il est
      *    utilisable ; 0 quand il n'y en a pas.
       77  WS-TUTEURS-ACTIF            PIC X               VALUE 'F'.
       77  WS-CT-TROUVE                PIC X               VALUE 'F'.
       77  WS-CT-IDX                   PIC 9(01)           VALUE 0.
       77  WS-CT-POSTAL                PIC 9(01)           VALUE 0.
       77  WS-CT-COURRIEL              PIC 9(01)           VALUE 0.
       77  WS-CT-NOTIF                 PIC 9(01)           VALUE 0.
       77  WS-CT-CANAL                 PIC X(01)           VALUE SPACE.
       77  WS-CT-MOYENNE-ED            PIC Z9,99.
       77  WS-CT-MOTIF                 PIC X(40)           VALUE SPACE.
       77  WS-CNT-COURRIER             PIC 9(06)           VALUE 0.
       77  WS-CNT-NOTIF                PIC 9(06)           VALUE 0.
       77  WS-CNT-SANS-CONTACT         PIC 9(06)           VALUE 0.
       77  WS-CNT-NOTIF-PERDUE         PIC 9(06)           VALUE 0.
      *    Evaluations '04' : controle de la ligne et calcul de la
      *    note de la matiere.
       77  WS-EV-INDEX                 PIC 9(03)           VALUE 0.
       77  WS-EV-POIDS                 PIC 9V9             VALUE 0.
       77  WS-EV-MOYENNE               PIC 99V99           VALUE 0.
       77  WS-EV-NOTE-ED               PIC Z9,99.
       77  WS-EV-MAT-LABEL             PIC X(23)           VALUE SPACE.

       01  WS-EV-DATE                  PIC 9(08) VALUE 0.
       01  WS-EV-DATE-R REDEFINES WS-EV-DATE.
           05 WS-EV-DATE-AAAA  PIC 9(04).
           05 WS-EV-DATE-MM    PIC 9(02).
           05 WS-EV-DATE-JJ    PIC 9(02).

      *    Programme du niveau de la classe en cours d'edition,
      *    recharge a chaque rupture de classe : PG-VU passe a 'T'
      *    quand l'eleve en cours porte la matiere.
       01  DATA-PROGRAMME.
           05 PG-LGHT PIC 9(03) VALUE 0.
           05 PROGRAMME-NIVEAU OCCURS 0 TO 50 TIMES
               DEPENDING ON PG-LGHT INDEXED BY PG-INDEX.
               10 PG-CODE          PIC X(08).
               10 PG-LABEL         PIC X(23).
               10 PG-COEF          PIC 9V9.
               10 PG-VU            PIC X.

      *    Statistiques par matiere, une entree par etablissement et
      *    par code canonique : les moyennes de matiere d'une
           05 BUL-MAT-APPR     PIC X(50).
           05 FILLER           PIC X(19) VALUE SPACE.

      *    Matiere du programme du niveau sans ligne pour l'eleve :
      *    la ligne est imprimee quand meme, avec la mention NON NOTE
      *    a la place de la note.
       01  BUL-LIGNE-NON-NOTE.
           05 FILLER           PIC X(04) VALUE SPACE.
           05 BUL-NN-LABEL     PIC X(23).
           05 FILLER           PIC X(04) VALUE SPACE.
           05 BUL-NN-COEF      PIC 9,9.
           05 FILLER           PIC X(05) VALUE SPACE.
           05 FILLER           PIC X(08) VALUE "NON NOTE".
           05 FILLER           PIC X(85) VALUE SPACE.

      *    Detail d'une evaluation sous sa matiere : poids sous la
      *    colonne COEF, note sous la colonne NOTE.
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

       01  BUL-LIGNE-CONSEIL.
           05 FILLER           PIC X(26) VALUE
               "APPRECIATION DU CONSEIL : ".
           USE AFTER STANDARD ERROR PROCEDURE ON F-OUTPUT F-REJECT
               F-CHECKPT F-EXTRACT F-BULLETIN F-RUNSUMM F-JURY
               F-RATTRAP F-ABSREG F-TRI-ETUD F-TRI-CLASSE
               F-JOURNAL F-MANQ F-MANQ-TRI F-NOTESMAN
               F-COURRIER F-NOTIF F-CONTEXC F-HISTSAUV.
           MOVE 'T' TO WS-ERR-IO.
       ERR-ES-HISTORIQUE SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON F-HISTTERM.
               STOP RUN
           END-IF.

      *    Le programme par niveau est facultatif : sans lui, le
      *    controle des notes manquantes est simplement saute.
           OPEN INPUT F-PROGRAMME.
           IF F-PROGRAMME-STATUS-OK
               MOVE 'T' TO WS-PROG-ACTIF
           ELSE
               MOVE 'F' TO WS-PROG-ACTIF
               DISPLAY "ATTENTION : progniv.dat ABSENT (STATUT "
                   F-PROGRAMME-STATUS "), CONTROLE DES NOTES "
                   "MANQUANTES NON EFFECTUE"
           END-IF.

      *    La liste de rentree n'existe qu'apres le passage de fin
      *    d'annee : son absence n'est pas signalee.
           OPEN INPUT F-RENTREE.
           IF F-RENTREE-STATUS-OK
               MOVE 'T' TO WS-RENTREE-ACTIF
           ELSE
               MOVE 'F' TO WS-RENTREE-ACTIF
           END-IF.

      *    Le fichier des responsables est facultatif : sans lui, les
      *    bulletins et les avis partent encore par le secretariat.
           OPEN INPUT F-TUTEURS.
           IF F-TUTEURS-STATUS-OK
               MOVE 'T' TO WS-TUTEURS-ACTIF
           ELSE
               MOVE 'F' TO WS-TUTEURS-ACTIF
               DISPLAY "ATTENTION : tuteurs.dat ABSENT (STATUT "
                   F-TUTEURS-STATUS "), PUBLIPOSTAGE ET "
                   "NOTIFICATIONS NON PRODUITS"
           END-IF.

      *    Les transferts enregistres sont charges en memoire ; sans
      *    historique des mouvements, toute double creation au
      *    maitre reste une collision.
           OPEN INPUT F-MOUVHIST.
           IF F-MOUVHIST-STATUS-OK
               PERFORM UNTIL F-MOUVHIST-STATUS-EOF
                   READ F-MOUVHIST
                       AT END
                           SET F-MOUVHIST-STATUS-EOF TO TRUE
                       NOT AT END
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
                               MOVE MV-NOUV-ECOLE
                                   TO TF-NOUV-ECOLE(TF-LGHT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MOUVHIST
           END-IF.

           MOVE 0 TO WS-EXCL-LGHT.

           OPEN INPUT F-CONTROL.

           END-IF.

      *    Calendrier des periodes : la carte PERIOD doit designer
      *    une periode connue et encore ouverte. Une faute de frappe
      *    ne cree plus un terme fantome dans l'historique, et un
      *    terme clos n'est plus touche, ni dans l'historique ni
      *    dans le fichier maitre (seule la rectification, avec sa
      *    piste d'audit, peut encore y corriger une note). Refus
      *    fatal, avant toute ecriture.
           MOVE 'F' TO WS-PERIODE-REFUSEE.
           OPEN INPUT F-PERIODES.
           IF NOT F-PERIODES-STATUS-OK
               DISPLAY "ERREUR : OUVERTURE periodes.dat IMPOSSIBLE, "
                   "STATUT " F-PERIODES-STATUS
               MOVE 'T' TO WS-PERIODE-REFUSEE
           ELSE
               IF WS-PERIODE = SPACE
                   DISPLAY "ERREUR : CARTE PERIOD ABSENTE DE "
                       "control.dat"
                   MOVE 'T' TO WS-PERIODE-REFUSEE
               ELSE
                   MOVE WS-PERIODE TO PER-CODE
                   READ F-PERIODES
                       INVALID KEY
                           DISPLAY "ERREUR : PERIODE " WS-PERIODE
                               " ABSENTE DU CALENDRIER"
                           MOVE 'T' TO WS-PERIODE-REFUSEE
                       NOT INVALID KEY
                           IF NOT PER-OUVERTE
                               DISPLAY "ERREUR : PERIODE " WS-PERIODE
                                   " CLOSE LE " PER-DATE-CLOTURE(7:2)
                                   "/" PER-DATE-CLOTURE(5:2)
                                   "/" PER-DATE-CLOTURE(1:4)
                               MOVE 'T' TO WS-PERIODE-REFUSEE
                           END-IF
                   END-READ
               END-IF
               CLOSE F-PERIODES
           END-IF.
           IF WS-PERIODE-REFUSEE = 'T'
               MOVE 8 TO WS-CODE-RETOUR
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HEURE FROM TIME
               OPEN OUTPUT F-RUNSUMM
               MOVE WS-RUN-DATE TO RS-DATE
               MOVE WS-RUN-HEURE(1:6) TO RS-HEURE
               MOVE WS-CODE-RETOUR TO RS-CODE-RETOUR
               MOVE 0 TO RS-CNT-READ-TOTAL RS-CNT-01-READ
                   RS-CNT-01-ACCEPT RS-CNT-01-REJET RS-CNT-02-READ
                   RS-CNT-02-ACCEPT RS-CNT-02-REJET RS-CNT-INCONNU
                   RS-PCT-REJET-01
               MOVE 'F' TO RS-EQUILIBRE
               WRITE REC-F-RUNSUMM
               MOVE REC-F-RUNSUMM TO WS-RUNHIST-IMAGE
               CLOSE F-RUNSUMM
               OPEN EXTEND F-RUNHIST
               IF F-RUNHIST-STATUS-NOFILE
                   OPEN OUTPUT F-RUNHIST
               END-IF
               MOVE WS-RUNHIST-IMAGE TO REC-F-RUNHIST
               WRITE REC-F-RUNHIST
               CLOSE F-RUNHIST
               MOVE WS-CODE-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Une reprise (RESTRT > 0) ne fait que sauter les
      *    enregistrements d'entree deja lus lors d'une tentative
      *    precedente ; elle ne reconstitue pas en memoire les
               OPEN EXTEND F-JURY
               OPEN EXTEND F-RATTRAP
               OPEN EXTEND F-ABSREG
               OPEN EXTEND F-COURRIER
               OPEN EXTEND F-NOTIF
               OPEN EXTEND F-CONTEXC
      *        En reprise le journal de la tentative interrompue est
      *        conserve : un retour arriere doit pouvoir defaire
      *        l'execution logique complete.
               OPEN OUTPUT F-JURY
               OPEN OUTPUT F-RATTRAP
               OPEN OUTPUT F-ABSREG
               OPEN OUTPUT F-COURRIER
               OPEN OUTPUT F-NOTIF
               OPEN OUTPUT F-CONTEXC
               OPEN OUTPUT F-JOURNAL
           END-IF.

               WRITE REC-F-EXTRACT
           END-IF.

           OPEN OUTPUT F-CHECKPT.

           OPEN OUTPUT F-MANQ.

           MOVE 0 TO WS-ABS-REC-CTR.

      *    Premier tri : lecture du fichier d'entree (procedure
      *    matricule est conservee, comme avant.
           SORT S-TRI-W
               ASCENDING KEY W-ECOLE W-STUDENT-ID W-ARRIVAL
                   W-TYPE W-SEQ W-SOUS-SEQ
               INPUT PROCEDURE IS LECTURE-ENTREE
               OUTPUT PROCEDURE IS DEDOUBLONNAGE.

               AND WS-EXP-02-CNT = WS-CNT-02-READ
               AND (WS-EXP-03-PRESENT = 'F'
                   OR WS-EXP-03-CNT = WS-CNT-03-READ)
               AND (WS-EXP-04-PRESENT = 'F'
                   OR WS-EXP-04-CNT = WS-CNT-04-READ)
               MOVE 'T' TO WS-EN-EQUILIBRE
               MOVE "EN EQUILIBRE" TO WS-CTRL-VERDICT
           ELSE
                   TO WS-CTRL-VERDICT
           END-IF END-IF END-IF.

      *    Une periode rejouee (fichier d'entree refait, par exemple)
      *    remplace ses lignes d'historique au lieu de s'y ajouter :
      *    elles sont retirees avant l'ajout, et seulement si le
      *    fichier est en equilibre, puisque l'historique n'est
      *    ecrit qu'a cette condition. En reprise les lignes deja
      *    ecrites par la tentative interrompue sont conservees.
           IF WS-EN-EQUILIBRE = 'T' AND WS-RESTART-MODE = 'F'
               PERFORM PURGER-HISTORIQUE
           END-IF.

      *    Sans copie complete de l'historique, ou si sa reecriture a
      *    echoue, l'execution s'arrete avant tout ajout : l'etat de
      *    histterm.dat et de histsauv.dat est a verifier.
           IF WS-PURGE-ECHEC = 'T'
               MOVE 8 TO WS-CODE-RETOUR
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HEURE FROM TIME
               OPEN OUTPUT F-RUNSUMM
               MOVE WS-RUN-DATE TO RS-DATE
               MOVE WS-RUN-HEURE(1:6) TO RS-HEURE
               MOVE WS-CODE-RETOUR TO RS-CODE-RETOUR
               MOVE WS-CNT-READ-TOTAL TO RS-CNT-READ-TOTAL
               MOVE WS-CNT-01-READ TO RS-CNT-01-READ
               MOVE WS-CNT-01-ACCEPTED TO RS-CNT-01-ACCEPT
               MOVE WS-CNT-01-REJECTED TO RS-CNT-01-REJET
               MOVE WS-CNT-02-READ TO RS-CNT-02-READ
               MOVE WS-CNT-02-ACCEPTED TO RS-CNT-02-ACCEPT
               MOVE WS-CNT-02-REJECTED TO RS-CNT-02-REJET
               MOVE WS-CNT-UNKNOWN TO RS-CNT-INCONNU
               MOVE 0 TO RS-PCT-REJET-01
               MOVE WS-EN-EQUILIBRE TO RS-EQUILIBRE
               WRITE REC-F-RUNSUMM
               MOVE REC-F-RUNSUMM TO WS-RUNHIST-IMAGE
               CLOSE F-RUNSUMM
               OPEN EXTEND F-RUNHIST
               IF F-RUNHIST-STATUS-NOFILE
                   OPEN OUTPUT F-RUNHIST
               END-IF
               MOVE WS-RUNHIST-IMAGE TO REC-F-RUNHIST
               WRITE REC-F-RUNHIST
               CLOSE F-RUNHIST
               MOVE WS-CODE-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.

      *    L'historique des resultats s'enrichit d'un terme a l'autre :
      *    ouverture en ajout, creation au premier passage.
           OPEN EXTEND F-HISTTERM.
           IF F-HISTTERM-STATUS-NOFILE
               OPEN OUTPUT F-HISTTERM
           END-IF.

      *    Second tri : classement pour l'edition, classe par classe
      *    et moyenne decroissante, entete d'eleve devant ses
      *    matieres.
           SORT S-TRI-W
               ASCENDING KEY W-ECOLE W-CLASS
               DESCENDING KEY W-MOYENNE
               ASCENDING KEY W-STUDENT-ID W-TYPE W-SEQ W-SOUS-SEQ
               USING F-TRI-ETUD
               GIVING F-TRI-CLASSE.

      *            Professeur principal de la classe pour l'entete
      *            des bulletins, depuis le referentiel des classes.
                   MOVE SPACE TO WS-CL-PROF
                   MOVE SPACE TO WS-CL-NIVEAU
                   MOVE V-CLASS TO CLS-CLASS
                   READ F-CLASSES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLS-PROF TO WS-CL-PROF
                           MOVE CLS-NIVEAU TO WS-CL-NIVEAU
                   END-READ

      *            Programme du niveau de la classe, pour le controle
      *            des notes manquantes de chacun de ses eleves.
                   PERFORM CHARGER-PROGRAMME

                   MOVE 0 TO WS-CL-AVG-EDIT
                   MOVE 0 TO WS-CL-CNT-EDIT
                   MOVE 'F' TO WS-CL-FOUND
               MOVE VH-TREND TO CUR2-TREND
               MOVE VH-APPRECIATION TO CUR2-APPRECIATION

               IF WS-RENTREE-ACTIF = 'T'
                   PERFORM CONTROLER-RENTREE
               END-IF

               ADD 1 TO WS-CLASS-RANK-CTR
               ADD CUR2-MOYENNE TO WS-CLASS-SUM
               ADD 1 TO WS-CLASS-CNT
               WRITE REC-F-BULLETIN
               MOVE 7 TO WS-BUL-LINE-CTR

      *        Contact de la famille, retenu pour toutes les pages et
      *        les notifications de l'eleve.
               IF WS-TUTEURS-ACTIF = 'T'
                   PERFORM CHERCHER-CONTACT
                   MOVE SPACE TO CO-SUITE
                   PERFORM ECRIRE-COURRIER
               END-IF

               MOVE 'F' TO WS-JURY-ELIMINE
               MOVE SPACE TO WS-JURY-ELIM-LABEL
               MOVE 0 TO WS-ABS-CNT-ETUD
               MOVE 0 TO WS-NB-MANQ-ETUD
               PERFORM VARYING PG-INDEX FROM 1 BY 1
                   UNTIL PG-INDEX > PG-LGHT
                   MOVE 'F' TO PG-VU(PG-INDEX)
               END-PERFORM

      *        Consommation des matieres de l'eleve : ligne de
      *        compte-rendu, ligne de bulletin (avec reprise de page
                   MOVE WS-OUT-LINE TO REC-F-OUTPUT
                   WRITE REC-F-OUTPUT

                   PERFORM SAUT-PAGE-BULLETIN

                   MOVE VD-LABEL TO BUL-MAT-LABEL
                   MOVE VD-LABEL TO WS-EV-MAT-LABEL
                   MOVE VD-COEF  TO BUL-MAT-COEF
                   MOVE VD-GRADE TO BUL-MAT-NOTE
                   MOVE VD-APPRECIATION TO BUL-MAT-APPR
                   WRITE REC-F-BULLETIN
                   ADD 1 TO WS-BUL-LINE-CTR

      *            Controle au programme du niveau : la matiere est
      *            pointee comme vue ; hors programme, ou avec un
      *            coefficient different de celui attendu, elle est
      *            signalee pour le secretariat.
                   IF WS-PROG-ACTIF = 'T'
                       AND PG-LGHT > 0
                       PERFORM CONTROLER-PROGRAMME
                   END-IF

                   IF WS-EN-EQUILIBRE = 'T'
                       MOVE SPACE TO REC-F-HISTTERM
                       MOVE '2' TO HT-TYPE
                   END-IF

      *            Registre des absences : une ligne par matiere
      *            portant ABS ou DISP. Une matiere notee sur des
      *            evaluations y figure par ses evaluations absentes
      *            ou dispensees (EDITER-EVALUATION), pas ici.
                   IF VD-NB-EVAL = 0
                       AND (FUNCTION TRIM(VD-GRADE) = "ABS"
                       OR FUNCTION TRIM(VD-GRADE) = "DISP")

                       IF FUNCTION TRIM(VD-GRADE) = "ABS"
                           ADD 1 TO WS-ABS-CNT-ETUD
                           MOVE 'T' TO WS-EDI-FIN
                   END-READ

      *            Evaluations de la matiere, rangees juste derriere
      *            elle : detail au bulletin et a l'historique.
                   PERFORM UNTIL WS-EDI-FIN = 'T'
                       OR V-TYPE = '1'
                       OR V-SOUS-SEQ = 0
                       PERFORM EDITER-EVALUATION
                       READ F-TRI-CLASSE
                           AT END
                               MOVE 'T' TO WS-EDI-FIN
                       END-READ
                   END-PERFORM

               END-PERFORM

      *        Matieres du programme du niveau que l'eleve n'a pas :
      *        ligne NON NOTE au bulletin et signalement pour le
      *        rapport des notes manquantes.
               IF WS-PROG-ACTIF = 'T'
                   PERFORM VARYING PG-INDEX FROM 1 BY 1
                       UNTIL PG-INDEX > PG-LGHT
                       IF PG-VU(PG-INDEX) = 'F'
                           PERFORM EMETTRE-NON-NOTE
                       END-IF
                   END-PERFORM
                   IF WS-NB-MANQ-ETUD > 0
                       ADD 1 TO WS-CNT-ELEVES-INCOMPLETS
                   END-IF
               END-IF

      *        Fin de l'eleve : appreciation generale du conseil,
      *        pied de page du bulletin, puis, si le fichier est en
      *        equilibre, deliberation du jury, mise a jour du
                   END-STRING
                   MOVE WS-OUT-LINE(1:132) TO REC-F-ABSREG
                   WRITE REC-F-ABSREG
                   IF WS-TUTEURS-ACTIF = 'T'
                       AND WS-EN-EQUILIBRE = 'T'
                       MOVE "ABSENC" TO NF-TYPE
                       MOVE SPACE TO NF-MESSAGE
                       STRING WS-ABS-CNT-ETUD DELIMITED BY SIZE
                               " ABSENCES SUR LA PERIODE (SEUIL "
                               DELIMITED BY SIZE
                               WS-ABSMAX-SEUIL DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                           INTO NF-MESSAGE
                       END-STRING
                       PERFORM ECRIRE-NOTIFICATION
                   END-IF
               END-IF

               IF WS-EN-EQUILIBRE = 'T'
                           INVALID KEY
                               MOVE 'T' TO WS-MAITRE-COLLISION
                       END-WRITE
      *                Un transfert enregistre entre les deux
      *                etablissements n'est pas une collision (temoin
      *                a 'X', voir RAPPROCHER-TRANSFERT).
                       IF WS-MAITRE-COLLISION = 'T'
                           AND TF-LGHT > 0
                           PERFORM RAPPROCHER-TRANSFERT
                       END-IF
                       IF WS-MAITRE-COLLISION = 'T'
                           ADD 1 TO WS-CNT-MAITRE-COLLISION
                           MOVE SPACE TO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE TO REC-F-OUTPUT
                           WRITE REC-F-OUTPUT
                       ELSE IF WS-MAITRE-COLLISION = 'F'
                           MOVE WS-BUL-DATE TO JRN-DATE
                           MOVE WS-RUN-HEURE(1:6) TO JRN-HEURE
                           MOVE "CREATI" TO JRN-ACTION
                           MOVE REC-F-MASTER TO JRN-IMAGE
                           WRITE REC-F-JOURNAL
                       END-IF
                       END-IF
                   ELSE
                       READ F-MASTER
                           INVALID KEY
                       MOVE CUR2-MOYENNE    TO RT-MOYENNE
                       MOVE CUR2-ECOLE      TO RT-ECOLE
                       WRITE REC-F-RATTRAP
                       IF WS-TUTEURS-ACTIF = 'T'
                           MOVE CUR2-MOYENNE TO WS-CT-MOYENNE-ED
                           MOVE "RATTRA" TO NF-TYPE
                           MOVE SPACE TO NF-MESSAGE
                           STRING "CONVOCATION AU RATTRAPAGE, "
                                   DELIMITED BY SIZE
                                   "MOYENNE " DELIMITED BY SIZE
                                   WS-CT-MOYENNE-ED DELIMITED BY SIZE
                               INTO NF-MESSAGE
                           END-STRING
                           PERFORM ECRIRE-NOTIFICATION
                       END-IF
                   ELSE
                       MOVE 'A' TO EXT-STATUT
                       MOVE "AJOURNE" TO WS-JURY-DECISION
                       WRITE REC-F-JURY
                   END-IF

      *            Moyenne calculee sans toutes les matieres du
      *            programme : le jury delibere en le sachant.
                   IF WS-NB-MANQ-ETUD > 0
                       MOVE SPACE TO WS-OUT-LINE
                       STRING "  MOYENNE INCOMPLETE : "
                               DELIMITED BY SIZE
                               WS-NB-MANQ-ETUD DELIMITED BY SIZE
                               " MATIERE(S) DU PROGRAMME NON NOTEE(S)"
                               DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                       END-STRING
                       MOVE WS-OUT-LINE(1:132) TO REC-F-JURY
                       WRITE REC-F-JURY
                   END-IF

                   WRITE REC-F-EXTRACT

               END-IF

           CLOSE F-TRI-CLASSE.

      *    Rapport des notes manquantes, par classe et par matiere.
           CLOSE F-MANQ.
           SORT S-TRI-M
               ASCENDING KEY MQ-ECOLE MQ-CLASS MQ-CODE MQ-TYPE
                   MQ-STUDENT-ID
               USING F-MANQ
               GIVING F-MANQ-TRI.
           PERFORM EDITER-NOTES-MANQUANTES.

           DISPLAY "-----------------------------------------------".
           DISPLAY "Statistiques par matière :".

               "/" WS-CNT-02-ACCEPTED "/" WS-CNT-02-REJECTED.
           DISPLAY "  03 lus/acceptes/rejetes   : " WS-CNT-03-READ
               "/" WS-CNT-03-ACCEPTED "/" WS-CNT-03-REJECTED.
           DISPLAY "  04 lus/acceptes/rejetes   : " WS-CNT-04-READ
               "/" WS-CNT-04-ACCEPTED "/" WS-CNT-04-REJECTED.
           DISPLAY "  01 ignores (matricule en double) : "
               WS-CNT-01-SKIPPED-DUP.
           DISPLAY "  02 ignores (etudiant en double) : "
               WS-CNT-02-SKIPPED-DUP.
           DISPLAY "  02 ignores (cours en double) : "
               WS-CNT-02-SKIPPED-DUP-COURSE.
           DISPLAY "  04 ignores (etudiant en double) : "
               WS-CNT-04-SKIPPED-DUP.
           DISPLAY "  Type inconnu rejetes     : " WS-CNT-UNKNOWN.
           DISPLAY "  Collisions matricule au maitre : "
               WS-CNT-MAITRE-COLLISION.
           DISPLAY "  Transferts reconnus au maitre  : "
               WS-CNT-TRANSFERT-MAITRE.
           DISPLAY "  Notes manquantes au programme : "
               WS-CNT-NOTES-MANQ " (eleves concernes : "
               WS-CNT-ELEVES-INCOMPLETS ")".
           DISPLAY "  Matieres hors programme  : " WS-CNT-HORS-PROG.
           DISPLAY "  Coefficients differents  : " WS-CNT-COEF-DIFF.
           IF WS-RENTREE-ACTIF = 'T'
               DISPLAY "  Classes hors liste de rentree : "
                   WS-CNT-RENTREE-ECART " (absents de la liste : "
                   WS-CNT-RENTREE-ABSENT ")"
           END-IF.
           IF WS-TUTEURS-ACTIF = 'T'
               DISPLAY "  Pages au publipostage    : " WS-CNT-COURRIER
               DISPLAY "  Notifications emises     : " WS-CNT-NOTIF
               DISPLAY "  Eleves sans contact      : "
                   WS-CNT-SANS-CONTACT " (notifications non "
                   "transmises : " WS-CNT-NOTIF-PERDUE ")"
           END-IF.
           DISPLAY "  Trailers 99 lus          : " WS-CNT-99-READ.
           DISPLAY "  Controle des totaux :".
           DISPLAY "    01 attendus/lus : " WS-EXP-01-CNT
               DISPLAY "    03 attendus/lus : " WS-EXP-03-CNT
                   "/" WS-CNT-03-READ
           END-IF.
           IF WS-EXP-04-PRESENT = 'T'
               DISPLAY "    04 attendus/lus : " WS-EXP-04-CNT
                   "/" WS-CNT-04-READ
           END-IF.
           DISPLAY "    " WS-CTRL-VERDICT.

           MOVE SPACE TO WS-OUT-LINE
           MOVE WS-OUT-LINE TO REC-F-OUTPUT
           WRITE REC-F-OUTPUT.

      *    Evaluations '04' : ligne de bilan separee, la ligne BILAN
      *    etant deja pleine.
           MOVE SPACE TO WS-OUT-LINE
           STRING "EVALUATIONS 04-Lus:" DELIMITED BY SIZE
                   WS-CNT-04-READ DELIMITED BY SIZE
                   " 04-Acceptes:" DELIMITED BY SIZE
                   WS-CNT-04-ACCEPTED DELIMITED BY SIZE
                   " 04-Rejetes:" DELIMITED BY SIZE
                   WS-CNT-04-REJECTED DELIMITED BY SIZE
                   " 04-IgnoresDouble:" DELIMITED BY SIZE
                   WS-CNT-04-SKIPPED-DUP DELIMITED BY SIZE
                   " 04-Attendus:" DELIMITED BY SIZE
                   WS-EXP-04-CNT DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO REC-F-OUTPUT
           WRITE REC-F-OUTPUT.

      *    Totaux de controle par etablissement, pour le compte-rendu
      *    de l'execution de district.
           IF EC-LGHT > 0
           CLOSE F-MASTER.
           CLOSE F-CATALOG.
           CLOSE F-CLASSES.
           IF WS-PROG-ACTIF = 'T'
               CLOSE F-PROGRAMME
           END-IF.
           IF WS-RENTREE-ACTIF = 'T'
               CLOSE F-RENTREE
           END-IF.
           CLOSE F-EXTRACT.
           CLOSE F-BULLETIN.
           CLOSE F-JURY.
           CLOSE F-RATTRAP.
           CLOSE F-ABSREG.
           IF WS-TUTEURS-ACTIF = 'T'
               MOVE SPACE TO WS-OUT-LINE
               STRING "BILAN EleveSansContact:" DELIMITED BY SIZE
                       WS-CNT-SANS-CONTACT DELIMITED BY SIZE
                       " NotificationsNonTransmises:"
                       DELIMITED BY SIZE
                       WS-CNT-NOTIF-PERDUE DELIMITED BY SIZE
                       " Notifications:" DELIMITED BY SIZE
                       WS-CNT-NOTIF DELIMITED BY SIZE
                       " Pages:" DELIMITED BY SIZE
                       WS-CNT-COURRIER DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE(1:132) TO REC-F-CONTEXC
               WRITE REC-F-CONTEXC
               CLOSE F-TUTEURS
           END-IF.
           CLOSE F-COURRIER.
           CLOSE F-NOTIF.
           CLOSE F-CONTEXC.
           CLOSE F-HISTTERM.
           CLOSE F-JOURNAL.

      *    Code retour pour l'ordonnanceur : 0 execution propre,
      *    4 rejets dans la tolerance ou moyennes incompletes, 8
      *    fatal (tolerance depassee, fichier en desequilibre ou
      *    erreur d'ecriture).
           IF WS-CNT-01-READ > 0
               COMPUTE WS-PCT-REJET-01 ROUNDED =
                   (WS-CNT-01-REJECTED * 100) / WS-CNT-01-READ
           MOVE 0 TO WS-CODE-RETOUR.
           IF WS-CNT-01-REJECTED > 0 OR WS-CNT-02-REJECTED > 0
               OR WS-CNT-03-REJECTED > 0 OR WS-CNT-00-REJECTED > 0
               OR WS-CNT-04-REJECTED > 0
               OR WS-CNT-UNKNOWN > 0
               OR WS-CNT-MAITRE-COLLISION > 0
               OR WS-CNT-ELEVES-INCOMPLETS > 0
               OR WS-CNT-RENTREE-ECART > 0
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
           IF WS-PCT-REJET-01 > WS-TOLER-PCT
                                   END-IF
                               END-PERFORM
                               IF WS-EC-FOUND = 'F'
                                   IF EC-LGHT >= 20
                                       MOVE 'T' TO WS-EC-DEBORDE
                                   ELSE
                                       ADD 1 TO EC-LGHT
                                       MOVE WS-CUR-ECOLE
                                           TO EC-CODE(EC-LGHT)
                                       MOVE WS-CUR-ECOLE-NOM
                                           TO EC-NOM(EC-LGHT)
                                       MOVE 0 TO EC-CNT-01(EC-LGHT)
                                       MOVE 0 TO EC-CNT-02(EC-LGHT)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                       IF REC-F-INPUT(1:2) = '01'
                           AND WS-CUR-ECOLE = SPACE
                           MOVE 'T' TO WS-ECOLE-BLANC-LUE
                       END-IF

               END-READ


                               IF WS-EC-FOUND = 'F'
                                   IF EC-LGHT >= 20
                                       MOVE 'T' TO WS-EC-DEBORDE
                                       IF WS-EC-WARNED = 'F'
                                           MOVE 'T' TO WS-EC-WARNED
                                           DISPLAY
                           ELSE

                               IF CUR-EN-COURS = 'T'
                                   PERFORM VERSER-ELEVE
                               END-IF

                               MOVE 'T' TO CUR-EN-COURS
                               MOVE WS-CUR-ECOLE TO CUR-ECOLE
                               IF WS-CUR-ECOLE = SPACE
                                   MOVE 'T' TO WS-ECOLE-BLANC-LUE
                               END-IF
                               ADD 1 TO WS-ARRIVAL-CTR
                               MOVE WS-ARRIVAL-CTR TO CUR-ARRIVAL
                               MOVE R-STUDENT-ID TO CUR-STUDENT-ID
                               MOVE 0 TO CUR-SOMME-COEF
                               MOVE 0 TO CUR-MOYENNE
                               MOVE SPACE TO CUR-APPRECIATION
                               MOVE 0 TO CUR-EVAL-LGHT
                               MOVE 'F' TO WS-02-VU
                               MOVE 'F' TO WS-DERNIER-02-OK


                                   END-PERFORM

      *                            La moyenne de l'eleve est
      *                            calculee au versement au tri : la
      *                            note d'une matiere sans note sur
      *                            sa ligne 02 n'est connue qu'apres
      *                            ses evaluations 04.
                                   MOVE WS-COURSE-EXCLUDED
                                       TO CURC-EXCLU(CUR-COURSE-LGHT)
                                   MOVE 0
                                       TO CURC-NB-EVAL(CUR-COURSE-LGHT)
                                   MOVE 0
                                       TO CURC-EV-POND(CUR-COURSE-LGHT)
                                   MOVE 0 TO
                                       CURC-EV-POIDS(CUR-COURSE-LGHT)
                                   MOVE 'F'
                                       TO CURC-EV-ABS(CUR-COURSE-LGHT)

                                   END-IF

                           MOVE REC-F-INPUT(1:100) TO REJ-IMAGE
                           WRITE REC-F-REJECT

                       ELSE IF REC-F-INPUT(1:2) = '04'
                           AND CUR-EN-COURS = 'T'

      *                    Evaluation de la ligne 02 qui precede :
      *                    type, date AAAAMMJJ, poids (meme forme que
      *                    le coefficient) et note, ABS ou DISP.
                           ADD 1 TO WS-CNT-04-READ
                           MOVE REC-F-INPUT(3:) TO WS-LINE
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
                               TO WS-LINE-LEN

                           IF WS-LINE-LEN < 15
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "LIGNE EVALUATION TROP COURTE"
                                   TO REJ-REASON
                           END-IF

      *                    Comme l'appreciation, l'evaluation ne se
      *                    rattache qu'a une ligne 02 acceptee.
                           IF WS-LINE-REJECTED = 'F'
                               AND (WS-DERNIER-02-OK = 'F'
                               OR CUR-COURSE-LGHT = 0)
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "EVALUATION SANS MATIERE"
                                   TO REJ-REASON
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               AND CURC-NB-EVAL(CUR-COURSE-LGHT) = 0
                               AND CURC-GRADE(CUR-COURSE-LGHT)
                                   NOT = SPACE
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "MATIERE DEJA NOTEE EN LIGNE 02"
                                   TO REJ-REASON
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               AND WS-LINE(1:3) NOT = "DEV"
                               AND WS-LINE(1:3) NOT = "INT"
                               AND WS-LINE(1:3) NOT = "EXA"
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "TYPE EVALUATION INCONNU"
                                   TO REJ-REASON
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               IF WS-LINE(4:8) IS NOT NUMERIC
                                   MOVE 'T' TO WS-LINE-REJECTED
                                   MOVE "DATE EVALUATION INVALIDE"
                                       TO REJ-REASON
                               ELSE
                                   MOVE WS-LINE(4:8) TO WS-EV-DATE
                                   IF WS-EV-DATE-MM < 1
                                       OR WS-EV-DATE-MM > 12
                                       OR WS-EV-DATE-JJ < 1
                                       OR WS-EV-DATE-JJ > 31
                                       MOVE 'T' TO WS-LINE-REJECTED
                                       MOVE "DATE EVALUATION INVALIDE"
                                           TO REJ-REASON
                                   END-IF
                               END-IF
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               IF FUNCTION TEST-NUMVAL(WS-LINE(12:3))
                                   NOT = 0
                                   MOVE 'T' TO WS-LINE-REJECTED
                                   MOVE "POIDS EVALUATION NON NUMERIQUE"
                                       TO REJ-REASON
                               ELSE
                                   COMPUTE WS-EV-POIDS =
                                       FUNCTION NUMVAL(WS-LINE(12:3))
                                   IF WS-EV-POIDS = 0
                                       MOVE 'T' TO WS-LINE-REJECTED
                                       MOVE "POIDS EVALUATION NUL"
                                           TO REJ-REASON
                                   END-IF
                               END-IF
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               AND WS-LINE(15:5) = SPACE
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "NOTE EVALUATION ABSENTE"
                                   TO REJ-REASON
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               AND FUNCTION TRIM(WS-LINE(15:5))
                                   NOT = "ABS"
                               AND FUNCTION TRIM(WS-LINE(15:5))
                                   NOT = "DISP"
                               IF FUNCTION TEST-NUMVAL(WS-LINE(15:5))
                                   NOT = 0
                                   MOVE 'T' TO WS-LINE-REJECTED
                                   MOVE "NOTE NON NUMERIQUE"
                                       TO REJ-REASON
                               ELSE
                                   COMPUTE WS-GRADE-VALUE =
                                       FUNCTION NUMVAL(WS-LINE(15:5))
                                   IF WS-GRADE-VALUE < 0
                                       OR WS-GRADE-VALUE > 20
                                       MOVE 'T' TO WS-LINE-REJECTED
                                       MOVE "NOTE HORS LIMITES (0-20)"
                                           TO REJ-REASON
                                   END-IF
                               END-IF
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               AND (CUR-EVAL-LGHT >= 500
                               OR CURC-NB-EVAL(CUR-COURSE-LGHT) >= 99)
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "CAPACITE EVALUATIONS ATTEINTE"
                                   TO REJ-REASON
                           END-IF

                           IF WS-LINE-REJECTED = 'T'
                               ADD 1 TO WS-CNT-04-REJECTED
                               MOVE REC-F-INPUT(1:100) TO REJ-IMAGE
                               WRITE REC-F-REJECT
                           ELSE
                               MOVE WS-LINE(1:3) TO R-EV-TYPE
                               MOVE WS-EV-DATE TO R-EV-DATE
                               MOVE WS-LINE(12:3) TO R-EV-POIDS
                               MOVE WS-LINE(15:5) TO R-EV-GRADE
                               PERFORM AJOUTER-EVALUATION
                           END-IF

                       ELSE IF REC-F-INPUT(1:2) = '04'

      *                    Evaluation sans ligne eleve en cours :
      *                    rien a quoi la rattacher, elle est rejetee.
                           ADD 1 TO WS-CNT-04-READ
                           ADD 1 TO WS-CNT-04-REJECTED
                           MOVE "EVALUATION SANS ELEVE EN COURS"
                               TO REJ-REASON
                           MOVE REC-F-INPUT(1:100) TO REJ-IMAGE
                           WRITE REC-F-REJECT

                       ELSE IF REC-F-INPUT(1:2) = '99'

                           ADD 1 TO WS-CNT-99-READ
                           MOVE REC-F-INPUT(3:) TO WS-LINE
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
                               TO WS-LINE-LEN

                           IF WS-LINE-LEN < 12
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "TRAILER TROP COURT"
                                   TO REJ-REASON
                           END-IF

                           IF WS-LINE-REJECTED = 'F'
                               AND (FUNCTION TEST-NUMVAL(WS-LINE(1:6))
                                   NOT = 0
                               OR FUNCTION TEST-NUMVAL(WS-LINE(7:6))
                                   NOT = 0)
                               MOVE 'T' TO WS-LINE-REJECTED
                               MOVE "TRAILER NON NUMERIQUE"
                                   TO REJ-REASON
                           END-IF

      *                    Un fichier de district enchaine les
      *                    fichiers de plusieurs ecoles, chacun avec
      *                    son trailer : les nombres attendus
      *                    s'additionnent d'un trailer a l'autre.
                           IF WS-LINE-REJECTED = 'T'
                               MOVE REC-F-INPUT(1:100) TO REJ-IMAGE
                               WRITE REC-F-REJECT
                           ELSE
                               MOVE 'T' TO WS-TRAILER-SEEN
                               COMPUTE WS-EXP-01-CNT =
                                   WS-EXP-01-CNT +
                                       WS-EXP-03-CNT +
                                       FUNCTION NUMVAL(WS-LINE(13:6))
                               END-IF
      *                        Quatrieme compteur facultatif : nombre
      *                        de lignes 04 emises par l'extraction,
      *                        derriere celui des 03.
                               IF WS-LINE-LEN >= 24
                                   AND FUNCTION TEST-NUMVAL(
                                       WS-LINE(19:6)) = 0
                                   MOVE 'T' TO WS-EXP-04-PRESENT
                                   COMPUTE WS-EXP-04-CNT =
                                       WS-EXP-04-CNT +
                                       FUNCTION NUMVAL(WS-LINE(19:6))
                               END-IF
                           END-IF

                       ELSE
                           MOVE REC-F-INPUT(1:100) TO REJ-IMAGE
                           WRITE REC-F-REJECT
                       END-IF END-IF END-IF END-IF END-IF
                       END-IF END-IF END-IF END-IF

                       IF FUNCTION MOD(WS-ABS-REC-CTR,
                           WS-CHECKPT-INTERVAL) = 0

      *    Fin de fichier : versement du dernier eleve en cours.
           IF CUR-EN-COURS = 'T'
               PERFORM VERSER-ELEVE
               MOVE 'F' TO CUR-EN-COURS
           END-IF.

                               ADD 1 TO WS-CNT-01-SKIPPED-DUP
                           END-IF

      *                Evaluation '04' : elle suit le sort de sa
      *                matiere ; ni compte 02, ni statistiques (la
      *                note de la matiere les porte deja).
                       ELSE IF W-SOUS-SEQ > 0

                           IF WS-DED-GARDE = 'T'
                               ADD 1 TO WS-CNT-04-ACCEPTED
                               MOVE REC-TRI-W TO REC-F-TRI-ETUD
                               WRITE REC-F-TRI-ETUD
                           ELSE
                               ADD 1 TO WS-CNT-04-SKIPPED-DUP
                           END-IF

                       ELSE

                           IF WS-DED-GARDE = 'T'
                               ADD 1 TO WS-CNT-02-SKIPPED-DUP
                           END-IF

                       END-IF END-IF

               END-RETURN

           END-PERFORM.

           CLOSE F-TRI-ETUD.

      ******************************************************************
      *    Saut de page du bulletin : quand la page de l'eleve est
      *    pleine, elle est completee a blanc et l'entete est
      *    reemise sur la page suivante, marquee (SUITE).
      ******************************************************************
       SAUT-PAGE-BULLETIN SECTION.

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

               IF WS-TUTEURS-ACTIF = 'T'
                   MOVE 'S' TO CO-SUITE
                   PERFORM ECRIRE-COURRIER
               END-IF

           END-IF.

      ******************************************************************
      *    Chargement du programme du niveau de la classe en cours
      *    d'edition (WS-CL-NIVEAU) depuis progniv.dat. Un niveau
      *    absent du fichier laisse la table vide : aucun controle
      *    pour cette classe.
      ******************************************************************
       CHARGER-PROGRAMME SECTION.

           MOVE 0 TO PG-LGHT.

           IF WS-PROG-ACTIF = 'T'
               AND WS-CL-NIVEAU NOT = SPACE

               MOVE WS-CL-NIVEAU TO PRG-NIVEAU
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

                       NOT AT END
                           IF PRG-NIVEAU NOT = WS-CL-NIVEAU
                               MOVE 'T' TO WS-PROG-FIN
                           ELSE IF PG-LGHT >= 50
                               MOVE 'T' TO WS-PROG-FIN
                               IF WS-PROG-WARNED = 'F'
                                   MOVE 'T' TO WS-PROG-WARNED
                                   DISPLAY
                                   "ATTENTION : CAPACITE PROGRAMME "
                                   "MAXIMALE ATTEINTE (50), NIVEAU "
                                   WS-CL-NIVEAU " TRONQUE"
                               END-IF
                           ELSE
                               ADD 1 TO PG-LGHT
                               MOVE PRG-CODE TO PG-CODE(PG-LGHT)
                               MOVE PRG-LABEL TO PG-LABEL(PG-LGHT)
                               MOVE PRG-COEF TO PG-COEF(PG-LGHT)
                               MOVE 'F' TO PG-VU(PG-LGHT)
                           END-IF END-IF

                   END-READ

               END-PERFORM

           END-IF.

      ******************************************************************
      *    Controle d'une matiere de l'eleve en cours d'edition au
      *    programme de son niveau : pointage de la matiere, ou
      *    signalement hors programme / coefficient different.
      ******************************************************************
       CONTROLER-PROGRAMME SECTION.

           MOVE 'F' TO WS-PG-FOUND.

           PERFORM VARYING PG-INDEX FROM 1 BY 1
               UNTIL PG-INDEX > PG-LGHT
               OR WS-PG-FOUND = 'T'

               IF PG-CODE(PG-INDEX) = VD-CODE
                   MOVE 'T' TO WS-PG-FOUND
                   MOVE 'T' TO PG-VU(PG-INDEX)
                   IF PG-COEF(PG-INDEX) NOT = VD-COEF
                       ADD 1 TO WS-CNT-COEF-DIFF
                       MOVE 'C' TO MW-TYPE
                       MOVE VD-CODE TO MW-CODE
                       MOVE VD-LABEL TO MW-LABEL
                       MOVE VD-COEF TO MW-COEF-LIGNE
                       MOVE PG-COEF(PG-INDEX) TO MW-COEF-PROG
                       PERFORM ECRIRE-SIGNALEMENT
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-PG-FOUND = 'F'
               ADD 1 TO WS-CNT-HORS-PROG
               MOVE 'H' TO MW-TYPE
               MOVE VD-CODE TO MW-CODE
               MOVE VD-LABEL TO MW-LABEL
               MOVE VD-COEF TO MW-COEF-LIGNE
               MOVE 0 TO MW-COEF-PROG
               PERFORM ECRIRE-SIGNALEMENT
           END-IF.

      ******************************************************************
      *    Matiere du programme sans ligne pour l'eleve en cours
      *    d'edition (PG-INDEX) : ligne NON NOTE au bulletin et
      *    signalement de la note manquante.
      ******************************************************************
       EMETTRE-NON-NOTE SECTION.

           PERFORM SAUT-PAGE-BULLETIN.

           MOVE PG-LABEL(PG-INDEX) TO BUL-NN-LABEL.
           MOVE PG-COEF(PG-INDEX) TO BUL-NN-COEF.
           MOVE BUL-LIGNE-NON-NOTE TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           ADD 1 TO WS-BUL-LINE-CTR.

           ADD 1 TO WS-NB-MANQ-ETUD.
           ADD 1 TO WS-CNT-NOTES-MANQ.

           MOVE 'M' TO MW-TYPE.
           MOVE PG-CODE(PG-INDEX) TO MW-CODE.
           MOVE PG-LABEL(PG-INDEX) TO MW-LABEL.
           MOVE 0 TO MW-COEF-LIGNE.
           MOVE PG-COEF(PG-INDEX) TO MW-COEF-PROG.
           PERFORM ECRIRE-SIGNALEMENT.

      ******************************************************************
      *    Double creation au maitre d'un matricule (eleve en cours
      *    d'edition CUR2) : si un transfert enregistre de l'eleve
      *    part de son etablissement ou y arrive, c'est le meme eleve
      *    vu par ses deux etablissements. Le maitre suit alors
      *    l'etablissement d'accueil du dernier mouvement : vu de
      *    l'accueil, l'enregistrement est reecrit (journal de
      *    l'image avant) ; vu du depart, il n'est pas reporte. Le
      *    temoin de collision passe a 'X'.
      ******************************************************************
       RAPPROCHER-TRANSFERT SECTION.

           MOVE 'F' TO WS-TF-CONCERNE.
           MOVE SPACE TO WS-TF-ACCUEIL.
           PERFORM VARYING WS-TF-INDEX FROM 1 BY 1
               UNTIL WS-TF-INDEX > TF-LGHT
               IF TF-STUDENT-ID(WS-TF-INDEX) = CUR2-STUDENT-ID
                   MOVE TF-NOUV-ECOLE(WS-TF-INDEX) TO WS-TF-ACCUEIL
                   IF TF-ANC-ECOLE(WS-TF-INDEX) = CUR2-ECOLE
                       OR TF-NOUV-ECOLE(WS-TF-INDEX) = CUR2-ECOLE
                       MOVE 'T' TO WS-TF-CONCERNE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TF-CONCERNE = 'T'
               MOVE 'X' TO WS-MAITRE-COLLISION
               ADD 1 TO WS-CNT-TRANSFERT-MAITRE
               IF CUR2-ECOLE = WS-TF-ACCUEIL
                   MOVE CUR2-STUDENT-ID TO M-STUDENT-ID
                   READ F-MASTER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE WS-BUL-DATE TO JRN-DATE
                   MOVE WS-RUN-HEURE(1:6) TO JRN-HEURE
                   MOVE "MODIFI" TO JRN-ACTION
                   MOVE REC-F-MASTER TO JRN-IMAGE
                   WRITE REC-F-JOURNAL
                   MOVE CUR2-LASTNAME   TO M-LASTNAME
                   MOVE CUR2-FIRSTNAME  TO M-FIRSTNAME
                   MOVE CUR2-MOYENNE    TO M-MOYENNE
                   REWRITE REC-F-MASTER
               END-IF
           END-IF.

      ******************************************************************
      *    Rapprochement de l'eleve retenu a l'edition (doublons
      *    deja resolus) avec la liste de rentree : une classe
      *    differente de la classe proposee
      *    est signalee au compte-rendu et compte dans le code
      *    retour ; un eleve absent de la liste (nouvel inscrit) est
      *    seulement signale.
      ******************************************************************
       CONTROLER-RENTREE SECTION.

           MOVE CUR2-ECOLE TO REN-ECOLE.
           MOVE CUR2-STUDENT-ID TO REN-STUDENT-ID.
           MOVE 'T' TO WS-REN-TROUVE.
           READ F-RENTREE
               INVALID KEY
                   MOVE 'F' TO WS-REN-TROUVE
           END-READ.

           IF WS-REN-TROUVE = 'F'
               ADD 1 TO WS-CNT-RENTREE-ABSENT
               MOVE SPACE TO WS-OUT-LINE
               STRING "ABSENT DE LA LISTE DE RENTREE : "
                       DELIMITED BY SIZE
                       CUR2-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-LASTNAME DELIMITED BY SIZE
                       " (ETAB " DELIMITED BY SIZE
                       CUR2-ECOLE DELIMITED BY SIZE
                       ") CLASSE " DELIMITED BY SIZE
                       CUR2-CLASS DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-OUTPUT
               WRITE REC-F-OUTPUT
           ELSE IF REN-CLASS NOT = CUR2-CLASS
               ADD 1 TO WS-CNT-RENTREE-ECART
               MOVE SPACE TO WS-OUT-LINE
               STRING "CLASSE DIFFERENTE DE LA LISTE DE RENTREE : "
                       DELIMITED BY SIZE
                       CUR2-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-LASTNAME DELIMITED BY SIZE
                       " (ETAB " DELIMITED BY SIZE
                       CUR2-ECOLE DELIMITED BY SIZE
                       ") CLASSE " DELIMITED BY SIZE
                       CUR2-CLASS DELIMITED BY SIZE
                       " PROPOSEE " DELIMITED BY SIZE
                       REN-CLASS DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REC-F-OUTPUT
               WRITE REC-F-OUTPUT
           END-IF
           END-IF.

      ******************************************************************
      *    Contact de la famille de l'eleve en cours d'edition, lu
      *    dans tuteurs.dat. Un responsable est joignable par
      *    courrier si son adresse postale est complete (adresse,
      *    code postal, ville), par courriel si son adresse de
      *    courriel est renseignee. Les notifications vont au
      *    premier responsable joignable par son canal prefere,
      *    sinon au premier joignable par un canal quelconque ; un
      *    eleve sans aucun responsable joignable est liste pour le
      *    secretariat.
      ******************************************************************
       CHERCHER-CONTACT SECTION.

           MOVE 0 TO WS-CT-POSTAL.
           MOVE 0 TO WS-CT-COURRIEL.
           MOVE 0 TO WS-CT-NOTIF.
           MOVE SPACE TO WS-CT-CANAL.
           MOVE CUR2-STUDENT-ID TO TU-STUDENT-ID.
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
                           ELSE IF TU-CANAL-COURRIER(WS-CT-IDX)
                               AND NOT TU-CANAL-COURRIER(WS-CT-POSTAL)
                               MOVE WS-CT-IDX TO WS-CT-POSTAL
                           END-IF
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

           IF WS-CT-NOTIF = 0
               ADD 1 TO WS-CNT-SANS-CONTACT
               IF WS-CT-TROUVE = 'F'
                   MOVE "AUCUNE FICHE RESPONSABLES" TO WS-CT-MOTIF
               ELSE
                   MOVE "NI ADRESSE POSTALE COMPLETE NI COURRIEL"
                       TO WS-CT-MOTIF
               END-IF
               MOVE SPACE TO WS-OUT-LINE
               STRING "SANS CONTACT UTILISABLE : " DELIMITED BY SIZE
                       CUR2-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-LASTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-FIRSTNAME DELIMITED BY SIZE
                       " (ETAB " DELIMITED BY SIZE
                       CUR2-ECOLE DELIMITED BY SIZE
                       ") CLASSE " DELIMITED BY SIZE
                       CUR2-CLASS DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-CT-MOTIF DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE(1:132) TO REC-F-CONTEXC
               WRITE REC-F-CONTEXC
           END-IF.

      ******************************************************************
      *    Bloc adresse de la page de bulletin qui vient d'etre
      *    ouverte (CO-SUITE positionne par l'appelant) : adresse
      *    postale quand il y en a une, sinon courriel.
      ******************************************************************
       ECRIRE-COURRIER SECTION.

           MOVE WS-BUL-PAGE-CTR TO CO-PAGE.
           MOVE CUR2-ECOLE TO CO-ECOLE.
           MOVE CUR2-STUDENT-ID TO CO-STUDENT-ID.
           MOVE CUR2-CLASS TO CO-CLASS.
           MOVE SPACE TO CO-NOM.
           MOVE SPACE TO CO-ADRESSE.
           MOVE SPACE TO CO-CP.
           MOVE SPACE TO CO-VILLE.
           MOVE SPACE TO CO-EMAIL.

           IF WS-CT-POSTAL > 0
               MOVE 'C' TO CO-CANAL
               MOVE TU-NOM(WS-CT-POSTAL) TO CO-NOM
               MOVE TU-ADRESSE(WS-CT-POSTAL) TO CO-ADRESSE
               MOVE TU-CP(WS-CT-POSTAL) TO CO-CP
               MOVE TU-VILLE(WS-CT-POSTAL) TO CO-VILLE
           ELSE IF WS-CT-COURRIEL > 0
               MOVE 'E' TO CO-CANAL
               MOVE TU-NOM(WS-CT-COURRIEL) TO CO-NOM
               MOVE TU-EMAIL(WS-CT-COURRIEL) TO CO-EMAIL
           ELSE
               MOVE 'N' TO CO-CANAL
           END-IF
           END-IF.

           WRITE REC-F-COURRIER.
           ADD 1 TO WS-CNT-COURRIER.

      ******************************************************************
      *    Notification a la famille de l'eleve en cours d'edition :
      *    type et message prepares par l'appelant dans NF-TYPE et
      *    NF-MESSAGE. Sans contact utilisable, la notification est
      *    listee pour le secretariat a la place.
      ******************************************************************
       ECRIRE-NOTIFICATION SECTION.

           IF WS-CT-NOTIF = 0

               ADD 1 TO WS-CNT-NOTIF-PERDUE
               MOVE SPACE TO WS-OUT-LINE
               STRING "NOTIFICATION NON TRANSMISE : " DELIMITED BY SIZE
                       NF-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-LASTNAME DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       NF-MESSAGE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE(1:132) TO REC-F-CONTEXC
               WRITE REC-F-CONTEXC

           ELSE

               MOVE WS-BUL-DATE TO NF-DATE
               MOVE WS-PERIODE TO NF-PERIODE
               MOVE CUR2-ECOLE TO NF-ECOLE
               MOVE CUR2-STUDENT-ID TO NF-STUDENT-ID
               MOVE CUR2-LASTNAME TO NF-LASTNAME
               MOVE CUR2-FIRSTNAME TO NF-FIRSTNAME
               MOVE CUR2-CLASS TO NF-CLASS
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

      ******************************************************************
      *    Ecriture d'un signalement : type, matiere et coefficients
      *    prepares par l'appelant dans REC-F-MANQ, eleve et classe
      *    repris de l'eleve en cours d'edition.
      ******************************************************************
       ECRIRE-SIGNALEMENT SECTION.

           MOVE CUR2-ECOLE TO MW-ECOLE.
           MOVE CUR2-CLASS TO MW-CLASS.
           MOVE CUR2-STUDENT-ID TO MW-STUDENT-ID.
           MOVE CUR2-LASTNAME TO MW-LASTNAME.
           MOVE CUR2-FIRSTNAME TO MW-FIRSTNAME.
           MOVE WS-CL-NIVEAU TO MW-NIVEAU.
           MOVE WS-CL-PROF TO MW-PROF.
           WRITE REC-F-MANQ.

      ******************************************************************
      *    Rapport des notes manquantes : une rupture par classe
      *    (avec niveau et professeur principal), puis par matiere
      *    et par type de signalement, un eleve par ligne.
      ******************************************************************
       EDITER-NOTES-MANQUANTES SECTION.

           IF WS-RESTART-MODE = 'T'
               OPEN EXTEND F-NOTESMAN
           ELSE
               OPEN OUTPUT F-NOTESMAN
           END-IF.

           MOVE SPACE TO WS-OUT-LINE.
           STRING "NOTES MANQUANTES PAR CLASSE ET PAR MATIERE - "
                   DELIMITED BY SIZE
                   "PERIODE : " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   " DU " DELIMITED BY SIZE
                   WS-BUL-DATE-JJ DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-BUL-DATE-MM DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-BUL-DATE-AAAA DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN.
           WRITE REC-F-NOTESMAN.

           IF WS-PROG-ACTIF = 'F'
               MOVE SPACE TO WS-OUT-LINE
               STRING "CONTROLE NON EFFECTUE : PROGRAMME PAR NIVEAU "
                       DELIMITED BY SIZE
                       "(progniv.dat) ABSENT" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN
               WRITE REC-F-NOTESMAN
           END-IF.

           MOVE 'T' TO WS-MQ-PREMIER.
           MOVE 'F' TO WS-MQ-FIN.
           MOVE 0 TO WS-MQ-CNT-CLASSE.

           OPEN INPUT F-MANQ-TRI.

           PERFORM UNTIL WS-MQ-FIN = 'T'

               READ F-MANQ-TRI

                   AT END
                       MOVE 'T' TO WS-MQ-FIN

                   NOT AT END

                       IF WS-MQ-PREMIER = 'T'
                           OR MT-ECOLE NOT = WS-MQ-PREV-ECOLE
                           OR MT-CLASS NOT = WS-MQ-PREV-CLASS

                           IF WS-MQ-PREMIER = 'F'
                               MOVE SPACE TO WS-OUT-LINE
                               STRING "  TOTAL SIGNALEMENTS CLASSE "
                                       DELIMITED BY SIZE
                                       WS-MQ-PREV-CLASS
                                       DELIMITED BY SIZE
                                       " : " DELIMITED BY SIZE
                                       WS-MQ-CNT-CLASSE
                                       DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                               MOVE WS-OUT-LINE(1:132)
                                   TO REC-F-NOTESMAN
                               WRITE REC-F-NOTESMAN
                           END-IF

                           MOVE 'F' TO WS-MQ-PREMIER
                           MOVE MT-ECOLE TO WS-MQ-PREV-ECOLE
                           MOVE MT-CLASS TO WS-MQ-PREV-CLASS
                           MOVE SPACE TO WS-MQ-PREV-CODE
                           MOVE SPACE TO WS-MQ-PREV-TYPE
                           MOVE 0 TO WS-MQ-CNT-CLASSE

                           MOVE SPACE TO REC-F-NOTESMAN
                           WRITE REC-F-NOTESMAN
                           MOVE SPACE TO WS-OUT-LINE
                           STRING "=== ETAB " DELIMITED BY SIZE
                                   MT-ECOLE DELIMITED BY SIZE
                                   " CLASSE " DELIMITED BY SIZE
                                   MT-CLASS DELIMITED BY SIZE
                                   " NIVEAU " DELIMITED BY SIZE
                                   MT-NIVEAU DELIMITED BY SIZE
                                   " PROF PRINCIPAL : "
                                   DELIMITED BY SIZE
                                   MT-PROF DELIMITED BY SIZE
                                   " ===" DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                           MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN
                           WRITE REC-F-NOTESMAN

                       END-IF

                       IF MT-CODE NOT = WS-MQ-PREV-CODE
                           OR MT-TYPE NOT = WS-MQ-PREV-TYPE

                           MOVE MT-CODE TO WS-MQ-PREV-CODE
                           MOVE MT-TYPE TO WS-MQ-PREV-TYPE
                           MOVE MT-COEF-PROG TO WS-MQ-COEF-PROG-ED
                           MOVE SPACE TO WS-OUT-LINE

                           IF MT-TYPE-MANQUANTE
                               STRING "  MATIERE " DELIMITED BY SIZE
                                       MT-CODE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       MT-LABEL DELIMITED BY SIZE
                                       " : NOTE MANQUANTE (COEF "
                                       DELIMITED BY SIZE
                                       WS-MQ-COEF-PROG-ED
                                       DELIMITED BY SIZE
                                       ")" DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                           ELSE IF MT-TYPE-HORS-PROG
                               STRING "  MATIERE " DELIMITED BY SIZE
                                       MT-CODE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       MT-LABEL DELIMITED BY SIZE
                                       " : HORS PROGRAMME DU NIVEAU "
                                       DELIMITED BY SIZE
                                       MT-NIVEAU DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                           ELSE
                               STRING "  MATIERE " DELIMITED BY SIZE
                                       MT-CODE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       MT-LABEL DELIMITED BY SIZE
                                       " : COEFFICIENT DIFFERENT DU "
                                       DELIMITED BY SIZE
                                       "PROGRAMME (ATTENDU "
                                       DELIMITED BY SIZE
                                       WS-MQ-COEF-PROG-ED
                                       DELIMITED BY SIZE
                                       ")" DELIMITED BY SIZE
                                   INTO WS-OUT-LINE
                               END-STRING
                           END-IF END-IF

                           MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN
                           WRITE REC-F-NOTESMAN

                       END-IF

                       ADD 1 TO WS-MQ-CNT-CLASSE
                       MOVE MT-COEF-LIGNE TO WS-MQ-COEF-LIGNE-ED
                       MOVE SPACE TO WS-OUT-LINE
                       IF MT-TYPE-MANQUANTE
                           STRING "      " DELIMITED BY SIZE
                                   MT-STUDENT-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   MT-LASTNAME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   MT-FIRSTNAME DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                       ELSE
                           STRING "      " DELIMITED BY SIZE
                                   MT-STUDENT-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   MT-LASTNAME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   MT-FIRSTNAME DELIMITED BY SIZE
                                   " COEF LIGNE " DELIMITED BY SIZE
                                   WS-MQ-COEF-LIGNE-ED
                                   DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                           END-STRING
                       END-IF
                       MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN
                       WRITE REC-F-NOTESMAN

               END-READ

           END-PERFORM.

           IF WS-MQ-PREMIER = 'F'
               MOVE SPACE TO WS-OUT-LINE
               STRING "  TOTAL SIGNALEMENTS CLASSE " DELIMITED BY SIZE
                       WS-MQ-PREV-CLASS DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       WS-MQ-CNT-CLASSE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN
               WRITE REC-F-NOTESMAN
           END-IF.

           MOVE SPACE TO REC-F-NOTESMAN.
           WRITE REC-F-NOTESMAN.
           MOVE SPACE TO WS-OUT-LINE.
           STRING "BILAN NotesManquantes:" DELIMITED BY SIZE
                   WS-CNT-NOTES-MANQ DELIMITED BY SIZE
                   " ElevesIncomplets:" DELIMITED BY SIZE
                   WS-CNT-ELEVES-INCOMPLETS DELIMITED BY SIZE
                   " HorsProgramme:" DELIMITED BY SIZE
                   WS-CNT-HORS-PROG DELIMITED BY SIZE
                   " CoefficientsDifferents:" DELIMITED BY SIZE
                   WS-CNT-COEF-DIFF DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING.
           MOVE WS-OUT-LINE(1:132) TO REC-F-NOTESMAN.
           WRITE REC-F-NOTESMAN.

           CLOSE F-MANQ-TRI.
           CLOSE F-NOTESMAN.

      ******************************************************************
      *    Retrait des lignes d'historique de la periode en cours,
      *    deja ecrites par une execution precedente, pour les seuls
      *    etablissements presents dans ce fichier d'entree (entetes
      *    00) : les autres etablissements du district gardent leurs
      *    lignes de la periode. L'historique est d'abord copie tel
      *    quel dans histsauv.dat ; il n'est reecrit depuis la copie
      *    que si celle-ci est complete, sinon WS-PURGE-ECHEC arrete
      *    l'execution. Rien n'est reecrit quand la periode est
      *    nouvelle pour ces etablissements. Des eleves lus sans
      *    entete 00 rattachent au lot l'etablissement a blanc. Au-dela
      *    de la capacite de la table des etablissements, le lot
      *    n'est pas connu en entier : l'execution est arretee plutot
      *    que de laisser des lignes en double.
      ******************************************************************
       PURGER-HISTORIQUE SECTION.

           MOVE 0 TO WS-CNT-HIST-RETIREES.
           MOVE 'F' TO WS-PURGE-ECHEC.
           MOVE WS-ERR-IO TO WS-ERR-IO-AVANT.
           MOVE 'F' TO WS-ERR-IO.

           OPEN INPUT F-HISTTERM.
           IF F-HISTTERM-STATUS-OK
               OPEN OUTPUT F-HISTSAUV
               IF NOT F-HISTSAUV-STATUS-OK
                   DISPLAY "ERREUR : OUVERTURE histsauv.dat "
                       "IMPOSSIBLE, STATUT " F-HISTSAUV-STATUS
                   MOVE 'T' TO WS-PURGE-ECHEC
               ELSE
                   PERFORM UNTIL NOT F-HISTTERM-STATUS-OK
                       OR WS-PURGE-ECHEC = 'T'
                       READ F-HISTTERM
                           AT END
                               SET F-HISTTERM-STATUS-EOF TO TRUE
                           NOT AT END
                               MOVE HT-ECOLE TO WS-ECOLE-CHERCHEE
                               PERFORM RECHERCHER-ECOLE-DU-LOT
                               IF HT-PERIODE = WS-PERIODE
                                   AND WS-ECOLE-DU-LOT = 'T'
                                   ADD 1 TO WS-CNT-HIST-RETIREES
                               END-IF
                               MOVE REC-F-HISTTERM TO REC-F-HISTSAUV
                               WRITE REC-F-HISTSAUV
                               IF NOT F-HISTSAUV-STATUS-OK
                                   DISPLAY "ERREUR : ECRITURE "
                                       "histsauv.dat, STATUT "
                                       F-HISTSAUV-STATUS
                                   MOVE 'T' TO WS-PURGE-ECHEC
                               END-IF
                       END-READ
                   END-PERFORM
                   IF NOT F-HISTTERM-STATUS-EOF
                       AND WS-PURGE-ECHEC = 'F'
                       DISPLAY "ERREUR : LECTURE histterm.dat, "
                           "STATUT " F-HISTTERM-STATUS
                       MOVE 'T' TO WS-PURGE-ECHEC
                   END-IF
                   CLOSE F-HISTSAUV
               END-IF
               CLOSE F-HISTTERM
           ELSE
               IF NOT F-HISTTERM-STATUS-NOFILE
                   DISPLAY "ERREUR : OUVERTURE histterm.dat "
                       "IMPOSSIBLE, STATUT " F-HISTTERM-STATUS
                   MOVE 'T' TO WS-PURGE-ECHEC
               END-IF
           END-IF.

           IF WS-ERR-IO = 'T'
               MOVE 'T' TO WS-PURGE-ECHEC
           END-IF.

           IF WS-EC-DEBORDE = 'T'
               DISPLAY "ERREUR : ETABLISSEMENTS AU-DELA DE LA "
                   "CAPACITE (20), histterm.dat N'EST PAS PURGE"
               MOVE 'T' TO WS-PURGE-ECHEC
           ELSE IF WS-PURGE-ECHEC = 'T'
               DISPLAY "ERREUR : COPIE DE L'HISTORIQUE INCOMPLETE, "
                   "histterm.dat N'EST PAS REECRIT"
           ELSE IF WS-CNT-HIST-RETIREES > 0

               OPEN INPUT F-HISTSAUV
               IF NOT F-HISTSAUV-STATUS-OK
                   DISPLAY "ERREUR : OUVERTURE histsauv.dat "
                       "IMPOSSIBLE, STATUT " F-HISTSAUV-STATUS
                   MOVE 'T' TO WS-PURGE-ECHEC
               ELSE
                   OPEN OUTPUT F-HISTTERM
                   IF NOT F-HISTTERM-STATUS-OK
                       DISPLAY "ERREUR : OUVERTURE histterm.dat "
                           "IMPOSSIBLE, STATUT " F-HISTTERM-STATUS
                       MOVE 'T' TO WS-PURGE-ECHEC
                   ELSE
                       PERFORM UNTIL NOT F-HISTSAUV-STATUS-OK
                           READ F-HISTSAUV
                               AT END
                                   SET F-HISTSAUV-STATUS-EOF TO TRUE
                               NOT AT END
                                   MOVE HS-ECOLE TO WS-ECOLE-CHERCHEE
                                   PERFORM RECHERCHER-ECOLE-DU-LOT
                                   IF HS-PERIODE NOT = WS-PERIODE
                                       OR WS-ECOLE-DU-LOT = 'F'
                                       MOVE REC-F-HISTSAUV
                                           TO REC-F-HISTTERM
                                       WRITE REC-F-HISTTERM
                                   END-IF
                           END-READ
                       END-PERFORM
                       IF NOT F-HISTSAUV-STATUS-EOF
                           DISPLAY "ERREUR : LECTURE histsauv.dat, "
                               "STATUT " F-HISTSAUV-STATUS
                           MOVE 'T' TO WS-PURGE-ECHEC
                       END-IF
                       CLOSE F-HISTTERM
                   END-IF
                   CLOSE F-HISTSAUV
               END-IF

               IF WS-ERR-IO = 'T'
                   MOVE 'T' TO WS-PURGE-ECHEC
               END-IF

               IF WS-PURGE-ECHEC = 'T'
                   DISPLAY "ERREUR : REECRITURE DE histterm.dat "
                       "INCOMPLETE, HISTORIQUE A RESTAURER DEPUIS "
                       "histsauv.dat"
               ELSE
                   DISPLAY "ATTENTION : PERIODE " WS-PERIODE
                       " DEJA A L'HISTORIQUE, " WS-CNT-HIST-RETIREES
                       " LIGNES REMPLACEES (COPIE DANS histsauv.dat)"

                   MOVE SPACE TO WS-OUT-LINE
                   STRING "HISTORIQUE : PERIODE " DELIMITED BY SIZE
                           WS-PERIODE DELIMITED BY SIZE
                           " REJOUEE, " DELIMITED BY SIZE
                           WS-CNT-HIST-RETIREES DELIMITED BY SIZE
                           " LIGNES PRECEDENTES REMPLACEES"
                           DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   MOVE WS-OUT-LINE TO REC-F-OUTPUT
                   WRITE REC-F-OUTPUT
               END-IF

           END-IF END-IF END-IF.

           IF WS-ERR-IO-AVANT = 'T'
               MOVE 'T' TO WS-ERR-IO
           END-IF.

      ******************************************************************
      *    L'etablissement WS-ECOLE-CHERCHEE figure-t-il parmi les
      *    entetes 00 du fichier d'entree ? L'etablissement a blanc
      *    en fait partie si des eleves ont ete lus sans entete 00.
      ******************************************************************
       RECHERCHER-ECOLE-DU-LOT SECTION.

           MOVE 'F' TO WS-ECOLE-DU-LOT.
           IF WS-ECOLE-CHERCHEE = SPACE
               AND WS-ECOLE-BLANC-LUE = 'T'
               MOVE 'T' TO WS-ECOLE-DU-LOT
           END-IF.
           PERFORM VARYING WS-EC-INDEX FROM 1 BY 1
               UNTIL WS-EC-INDEX > EC-LGHT
               OR WS-ECOLE-DU-LOT = 'T'
               IF EC-CODE(WS-EC-INDEX) = WS-ECOLE-CHERCHEE
                   MOVE 'T' TO WS-ECOLE-DU-LOT
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Versement de l'eleve en cours au premier tri. Sa moyenne
      *    est calculee ici, toutes ses lignes lues : sur les notes
      *    de matiere comptabilisees (ni vides, ni ABS/DISP, ni
      *    matieres exclues), ponderees par le coefficient. Puis
      *    entete '1', une ligne '2' par matiere et, derriere chaque
      *    matiere, ses evaluations '04' (sous-numero non nul).
      ******************************************************************
       VERSER-ELEVE SECTION.

           MOVE 0 TO CUR-SOMME-POND.
           MOVE 0 TO CUR-SOMME-COEF.
           MOVE 0 TO CUR-MOYENNE.

           PERFORM VARYING C-INDEX FROM 1 BY 1
               UNTIL C-INDEX > CUR-COURSE-LGHT
               IF CURC-GRADE(C-INDEX) NOT = SPACE
                   AND CURC-EXCLU(C-INDEX) = 'F'
                   AND FUNCTION TRIM(CURC-GRADE(C-INDEX)) NOT = "ABS"
                   AND FUNCTION TRIM(CURC-GRADE(C-INDEX)) NOT = "DISP"
                   COMPUTE CUR-SOMME-POND =
                       CUR-SOMME-POND +
                       (FUNCTION NUMVAL(CURC-GRADE(C-INDEX)) *
                       CURC-COEF(C-INDEX))
                   COMPUTE CUR-SOMME-COEF =
                       CUR-SOMME-COEF + CURC-COEF(C-INDEX)
               END-IF
           END-PERFORM.

           IF CUR-SOMME-COEF > 0
               COMPUTE CUR-MOYENNE ROUNDED =
                   CUR-SOMME-POND / CUR-SOMME-COEF
           END-IF.

           MOVE CUR-ECOLE TO W-ECOLE.
           MOVE CUR-STUDENT-ID TO W-STUDENT-ID.
           MOVE CUR-ARRIVAL TO W-ARRIVAL.
           MOVE '1' TO W-TYPE.
           MOVE 0 TO W-SEQ.
           MOVE 0 TO W-SOUS-SEQ.
           MOVE CUR-CLASS TO W-CLASS.
           MOVE CUR-MOYENNE TO W-MOYENNE.
           MOVE SPACE TO W-DONNEES.
           MOVE CUR-LASTNAME TO WH-LASTNAME.
           MOVE CUR-FIRSTNAME TO WH-FIRSTNAME.
           MOVE CUR-AGE TO WH-AGE.
           MOVE CUR-PREV-MOYENNE TO WH-PREV-MOYENNE.
           MOVE CUR-TREND TO WH-TREND.
           MOVE CUR-COURSE-LGHT TO WH-COURSE-LGHT.
           MOVE CUR-APPRECIATION TO WH-APPRECIATION.
           RELEASE REC-TRI-W.

           PERFORM VARYING C-INDEX FROM 1 BY 1
               UNTIL C-INDEX > CUR-COURSE-LGHT
               MOVE CUR-ECOLE TO W-ECOLE
               MOVE CUR-STUDENT-ID TO W-STUDENT-ID
               MOVE CUR-ARRIVAL TO W-ARRIVAL
               MOVE '2' TO W-TYPE
               MOVE C-INDEX TO W-SEQ
               MOVE 0 TO W-SOUS-SEQ
               MOVE CUR-CLASS TO W-CLASS
               MOVE CUR-MOYENNE TO W-MOYENNE
               MOVE SPACE TO W-DONNEES
               MOVE CURC-CODE(C-INDEX) TO WD-CODE
               MOVE CURC-LABEL(C-INDEX) TO WD-LABEL
               MOVE CURC-COEF(C-INDEX) TO WD-COEF
               MOVE CURC-GRADE(C-INDEX) TO WD-GRADE
               MOVE CURC-APPR(C-INDEX) TO WD-APPRECIATION
               MOVE CURC-NB-EVAL(C-INDEX) TO WD-NB-EVAL
               RELEASE REC-TRI-W
           END-PERFORM.

           PERFORM VARYING WS-EV-INDEX FROM 1 BY 1
               UNTIL WS-EV-INDEX > CUR-EVAL-LGHT
               MOVE CUR-ECOLE TO W-ECOLE
               MOVE CUR-STUDENT-ID TO W-STUDENT-ID
               MOVE CUR-ARRIVAL TO W-ARRIVAL
               MOVE '2' TO W-TYPE
               MOVE CURE-COURSE(WS-EV-INDEX) TO W-SEQ
               MOVE CURE-RANG(WS-EV-INDEX) TO W-SOUS-SEQ
               MOVE CUR-CLASS TO W-CLASS
               MOVE CUR-MOYENNE TO W-MOYENNE
               MOVE SPACE TO W-DONNEES
               MOVE CURC-CODE(CURE-COURSE(WS-EV-INDEX)) TO WE-CODE
               MOVE CURE-TYPE(WS-EV-INDEX) TO WE-TYPE
               MOVE CURE-DATE(WS-EV-INDEX) TO WE-DATE
               MOVE CURE-POIDS(WS-EV-INDEX) TO WE-POIDS
               MOVE CURE-GRADE(WS-EV-INDEX) TO WE-GRADE
               RELEASE REC-TRI-W
           END-PERFORM.

      ******************************************************************
      *    Evaluation '04' acceptee (REC-EVALUATION, poids dans
      *    WS-EV-POIDS) pour la derniere matiere de l'eleve en cours :
      *    mise en table et nouvelle note de la matiere. La note est
      *    la moyenne des evaluations notees, ponderee par leur
      *    poids ; sans aucune evaluation notee, elle vaut ABS si
      *    l'eleve a manque au moins une evaluation, DISP sinon.
      ******************************************************************
       AJOUTER-EVALUATION SECTION.

           ADD 1 TO CUR-EVAL-LGHT.
           ADD 1 TO CURC-NB-EVAL(CUR-COURSE-LGHT).
           MOVE CUR-COURSE-LGHT TO CURE-COURSE(CUR-EVAL-LGHT).
           MOVE CURC-NB-EVAL(CUR-COURSE-LGHT)
               TO CURE-RANG(CUR-EVAL-LGHT).
           MOVE R-EV-TYPE TO CURE-TYPE(CUR-EVAL-LGHT).
           MOVE R-EV-DATE TO CURE-DATE(CUR-EVAL-LGHT).
           MOVE WS-EV-POIDS TO CURE-POIDS(CUR-EVAL-LGHT).
           MOVE R-EV-GRADE TO CURE-GRADE(CUR-EVAL-LGHT).

           IF FUNCTION TRIM(R-EV-GRADE) = "ABS"
               MOVE 'T' TO CURC-EV-ABS(CUR-COURSE-LGHT)
           ELSE IF FUNCTION TRIM(R-EV-GRADE) NOT = "DISP"
               COMPUTE CURC-EV-POND(CUR-COURSE-LGHT) =
                   CURC-EV-POND(CUR-COURSE-LGHT) +
                   (FUNCTION NUMVAL(R-EV-GRADE) * WS-EV-POIDS)
               COMPUTE CURC-EV-POIDS(CUR-COURSE-LGHT) =
                   CURC-EV-POIDS(CUR-COURSE-LGHT) + WS-EV-POIDS
           END-IF END-IF.

           IF CURC-EV-POIDS(CUR-COURSE-LGHT) > 0
               COMPUTE WS-EV-MOYENNE ROUNDED =
                   CURC-EV-POND(CUR-COURSE-LGHT)
                   / CURC-EV-POIDS(CUR-COURSE-LGHT)
               MOVE WS-EV-MOYENNE TO WS-EV-NOTE-ED
               MOVE WS-EV-NOTE-ED TO CURC-GRADE(CUR-COURSE-LGHT)
           ELSE IF CURC-EV-ABS(CUR-COURSE-LGHT) = 'T'
               MOVE "ABS" TO CURC-GRADE(CUR-COURSE-LGHT)
           ELSE
               MOVE "DISP" TO CURC-GRADE(CUR-COURSE-LGHT)
           END-IF END-IF.

      ******************************************************************
      *    Evaluation '04' de la matiere en cours d'edition : ligne
      *    de detail au bulletin, ligne '3' a l'historique si le
      *    fichier est en equilibre, et registre des absences pour
      *    une evaluation ABS ou DISP (les ABS comptent pour le
      *    seuil ABSMAX, comme celles d'une matiere).
      ******************************************************************
       EDITER-EVALUATION SECTION.

           PERFORM SAUT-PAGE-BULLETIN.

           IF VE-TYPE = "DEV"
               MOVE "DEVOIR" TO BUL-EV-LIBELLE
           ELSE IF VE-TYPE = "INT"
               MOVE "INTERROGATION" TO BUL-EV-LIBELLE
           ELSE
               MOVE "EXAMEN" TO BUL-EV-LIBELLE
           END-IF END-IF.
           MOVE VE-DATE TO WS-EV-DATE.
           MOVE WS-EV-DATE-JJ TO BUL-EV-JJ.
           MOVE WS-EV-DATE-MM TO BUL-EV-MM.
           MOVE WS-EV-DATE-AAAA TO BUL-EV-AAAA.
           MOVE VE-POIDS TO BUL-EV-POIDS.
           MOVE VE-GRADE TO BUL-EV-NOTE.
           MOVE BUL-LIGNE-EVAL TO REC-F-BULLETIN.
           WRITE REC-F-BULLETIN.
           ADD 1 TO WS-BUL-LINE-CTR.

           IF WS-EN-EQUILIBRE = 'T'
               MOVE SPACE TO REC-F-HISTTERM
               MOVE '3' TO HT-TYPE
               MOVE WS-PERIODE TO HT-PERIODE
               MOVE CUR2-ECOLE TO HT-ECOLE
               MOVE CUR2-STUDENT-ID TO HT-STUDENT-ID
               MOVE CUR2-CLASS TO HT-CLASS
               MOVE VE-CODE TO HT-EV-CODE
               MOVE VE-TYPE TO HT-EV-TYPE
               MOVE VE-DATE TO HT-EV-DATE
               MOVE VE-POIDS TO HT-EV-POIDS
               MOVE VE-GRADE TO HT-EV-GRADE
               WRITE REC-F-HISTTERM
           END-IF.

           IF FUNCTION TRIM(VE-GRADE) = "ABS"
               OR FUNCTION TRIM(VE-GRADE) = "DISP"

               IF FUNCTION TRIM(VE-GRADE) = "ABS"
                   ADD 1 TO WS-ABS-CNT-ETUD
               END-IF

               MOVE SPACE TO WS-OUT-LINE
               STRING CUR2-CLASS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-LASTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUR2-FIRSTNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VE-GRADE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EV-MAT-LABEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VE-POIDS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BUL-EV-LIBELLE DELIMITED BY SIZE
                       " DU " DELIMITED BY SIZE
                       BUL-EV-JJ DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       BUL-EV-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       BUL-EV-AAAA DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE(1:132) TO REC-F-ABSREG
               WRITE REC-F-ABSREG

           END-IF.
