       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit.

      *    Contrôle de cohérence entre les fichiers de l'application :
      *    chaque programme tient son propre fichier (référentiel
      *    eleves_master.dat, archive.dat et son index, familles.dat,
      *    matieres.dat) et rien ne vérifiait qu'ils restent d'accord
      *    après un apurement, une intégration ou une restauration de
      *    sauvegarde. Lancé à la demande ou avant le conseil, le
      *    programme écrit la liste des anomalies (audit.dat) :
      *    - lignes d'archive d'un élève absent du référentiel ;
      *    - entrées de l'index différentes des lignes "G" de
      *      l'archive, lignes "G" absentes de l'index et entrées
      *      d'index sans ligne "G" ;
      *    - fiches famille d'élèves inconnus, élèves présents sans
      *      fiche famille ;
      *    - doublons probables du référentiel (mêmes nom, prénom et
      *      âge sous deux identifiants) ;
      *    - matières de l'archive absentes du catalogue.
      *    Code retour : 8 quand les fichiers ont divergé (archive,
      *    index, fiches orphelines, matières), 4 quand il ne reste
      *    que des points à vérifier (doublons probables, élèves sans
      *    fiche famille), 12 sur incident d'accès aux fichiers ;
      *    l'ordonnanceur peut ainsi suspendre l'exécution du
      *    trimestre

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Le même référentiel permanent que gestion2 ; accès
      *    dynamique pour le parcourir en entier et y chercher un
      *    identifiant
           SELECT ELEVES-MASTER ASSIGN TO "eleves_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *    La même archive cumulative que gestion2
           SELECT ARCHIVE ASSIGN TO "archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Le même index des moyennes générales que gestion2, lu
      *    dans l'ordre de sa clé
           SELECT ARCHIVE-IDX ASSIGN TO "archive_index.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCIX-CLE
           FILE STATUS IS WS-ARCIDX-STATUS.

      *    Les mêmes fiches de contact des familles que gestion2
           SELECT FAMILLES ASSIGN TO "familles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAMILLES-STATUS.

      *    Le même catalogue des matières que gestion2
           SELECT CATALOGUE ASSIGN TO "matieres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

      *    La liste des anomalies
           SELECT AUDIT-LISTE ASSIGN TO "audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *    Les lignes "G" de l'archive triées dans l'ordre de la clé
      *    de l'index, pour les rapprocher de l'index en un seul
      *    passage, et leur fichier de tri
           SELECT MOYENNES-TRIEES ASSIGN TO "audit_moyennes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOYENNES-STATUS.

           SELECT TRI-MOYENNES ASSIGN TO "audit_tri_moyennes.dat".

      *    Les identités du référentiel triées par nom, prénom et
      *    âge, pour que les doublons probables se suivent, et leur
      *    fichier de tri
           SELECT IDENTITES-TRIEES ASSIGN TO "audit_identites.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IDENTITES-STATUS.

           SELECT TRI-IDENTITES ASSIGN TO "audit_tri_identites.dat".

      *    Le verrou du batch : gestion2 en vol réécrit l'archive et
      *    le référentiel pendant le contrôle
           SELECT VERROU-BATCH ASSIGN TO "verrou_batch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VER-BATCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    Même dessin que MASTER-ELEVE de gestion2
       FD  ELEVES-MASTER.
       01  MASTER-ELEVE.
           05 MASTER-ID PIC X(6).
           05 MASTER-NOM PIC X(7).
           05 MASTER-PRENOM PIC X(6).
           05 MASTER-AGE PIC X(02).
           05 MASTER-CLASSE PIC X(5).
           05 MASTER-NIVEAU PIC X(3).
           05 MASTER-STATUT PIC X.
           05 MASTER-DATE-DEPART PIC X(8).
           05 MASTER-MOTIF-DEPART PIC X(20).

      *    Même dessin que ARCHIVE-LIGNE de gestion2
       FD  ARCHIVE.
       01  ARCHIVE-LIGNE.
           05 ARC-ANNEE PIC X(4).
           05 ARC-SEP1 PIC X.
           05 ARC-TRIMESTRE PIC 9.
           05 ARC-SEP2 PIC X.
           05 ARC-ID PIC X(6).
           05 ARC-SEP3 PIC X.
           05 ARC-TYPE PIC X.
           05 ARC-SEP4 PIC X.
           05 ARC-MATIERE PIC X(21).
           05 ARC-SEP5 PIC X.
           05 ARC-COEF PIC 99V9.
           05 ARC-SEP6 PIC X.
           05 ARC-NOTE PIC 99V99.

      *    Même dessin que l'index de gestion2
       FD  ARCHIVE-IDX.
       01  ARCIX-ENREG.
           05 ARCIX-CLE.
               10 ARCIX-ANNEE PIC X(4).
               10 ARCIX-TRIM PIC 9.
               10 ARCIX-ID PIC X(6).
           05 ARCIX-MOYENNE PIC 99V99.

      *    Même dessin que FAMILLE-LIGNE de gestion2
       FD  FAMILLES.
       01  FAMILLE-LIGNE.
           05 FAM-ID PIC X(6).
           05 FAM-SEP1 PIC X.
           05 FAM-RESP PIC X(30).
           05 FAM-SEP2 PIC X.
           05 FAM-ADR1 PIC X(30).
           05 FAM-SEP3 PIC X.
           05 FAM-ADR2 PIC X(30).
           05 FAM-SEP4 PIC X.
           05 FAM-TEL PIC X(10).
           05 FAM-SEP5 PIC X.
           05 FAM-MEL PIC X(40).

      *    Même dessin que CATALOGUE-LIGNE de gestion2
       FD  CATALOGUE.
       01  CATALOGUE-LIGNE.
           05 CAT-NOM PIC X(21).
           05 CAT-SEP1 PIC X.
           05 CAT-COEF PIC 99V9.
           05 CAT-SEP2 PIC X.
           05 CAT-SEUIL PIC 99V99.
           05 CAT-SEP3 PIC X.
           05 CAT-NIVEAU PIC X(3).
           05 CAT-SEP4 PIC X.
           05 CAT-TYPE PIC X.

      *    Une ligne de la liste des anomalies, composée dans
      *    WS-LIGNE-AUDIT
       FD  AUDIT-LISTE.
       01  AUDIT-LIGNE PIC X(80).

      *    Une moyenne "G" de l'archive, même dessin que ARCIX-ENREG
      *    pour comparer directement clé et moyenne
       FD  MOYENNES-TRIEES.
       01  MOYENNE-TRIEE.
           05 MOY-CLE.
               10 MOY-ANNEE PIC X(4).
               10 MOY-TRIM PIC 9.
               10 MOY-ID PIC X(6).
           05 MOY-MOYENNE PIC 99V99.

       SD  TRI-MOYENNES.
       01  TRI-MOYENNE.
           05 TRM-CLE.
               10 TRM-ANNEE PIC X(4).
               10 TRM-TRIM PIC 9.
               10 TRM-ID PIC X(6).
           05 TRM-MOYENNE PIC 99V99.

      *    Une identité du référentiel
       FD  IDENTITES-TRIEES.
       01  IDENTITE-TRIEE.
           05 IDT-NOM PIC X(7).
           05 IDT-PRENOM PIC X(6).
           05 IDT-AGE PIC X(02).
           05 IDT-ID PIC X(6).

       SD  TRI-IDENTITES.
       01  TRI-IDENTITE.
           05 TRI-NOM PIC X(7).
           05 TRI-PRENOM PIC X(6).
           05 TRI-AGE PIC X(02).
           05 TRI-ID PIC X(6).

      *    Même dessin que dans gestion2 ; un fichier vide ou absent
      *    vaut verrou relâché
       FD  VERROU-BATCH.
       01  VER-BATCH-LIGNE.
           05 VBA-DATE PIC X(8).
           05 VBA-SEP1 PIC X.
           05 VBA-HEURE PIC X(8).

       WORKING-STORAGE SECTION.

       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       77  WS-ARCIDX-STATUS PIC XX VALUE SPACES.
       77  WS-FAMILLES-STATUS PIC XX VALUE SPACES.
       77  WS-CATALOGUE-STATUS PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77  WS-MOYENNES-STATUS PIC XX VALUE SPACES.
       77  WS-IDENTITES-STATUS PIC XX VALUE SPACES.
       77  WS-VER-BATCH-STATUS PIC XX VALUE SPACES.
       77  WS-CODE-RETOUR PIC 99 VALUE 0.
       77  WS-FIN-FICHIER PIC X VALUE "N".
       77  WS-DATE-JOUR PIC X(8) VALUE SPACES.
       77  WS-HEURE-JOUR PIC X(8) VALUE SPACES.
       77  WS-LIGNE-AUDIT PIC X(80) VALUE SPACES.
       77  WS-TITRE-SECTION PIC X(80) VALUE SPACES.

      *    "O" quand l'archive a pu être lue : sans archive (aucune
      *    exécution encore archivée), ses contrôles sont sans objet
       77  WS-ARCHIVE-LUE PIC X VALUE "N".
       77  WS-NBR-LIGNES-ARCHIVE PIC 9(07) VALUE 0.
       77  WS-NUM-LIGNE-ARCHIVE PIC 9(07) VALUE 0.

      *    Compteurs d'anomalies par contrôle : les premiers font
      *    sortir en code retour 8, les deux derniers en 4
       77  WS-NBR-ANO-ARCHIVE PIC 9(05) VALUE 0.
       77  WS-NBR-ANO-INDEX PIC 9(05) VALUE 0.
       77  WS-NBR-ANO-FAM-INCONNUES PIC 9(05) VALUE 0.
       77  WS-NBR-ANO-MATIERES PIC 9(05) VALUE 0.
       77  WS-NBR-ANO-SANS-FAMILLE PIC 9(05) VALUE 0.
       77  WS-NBR-ANO-DOUBLONS PIC 9(05) VALUE 0.
       77  WS-NBR-ANOMALIES PIC 9(06) VALUE 0.
       77  WS-NBR-EDITE PIC ZZZZ9.
       77  WS-LIGNES-EDITE PIC Z(6)9.

      *    Les élèves de l'archive absents du référentiel, une entrée
      *    par identifiant avec son nombre de lignes d'archive
       01  WS-INCONNUS.
           05 WS-NBR-INCONNUS PIC 9(03) VALUE 0.
           05 WS-INCONNU OCCURS 500 TIMES.
               10 WS-INC-ID PIC X(6).
               10 WS-INC-NBR-LIGNES PIC 9(05).
       77  WS-MAX-INCONNUS PIC 9(03) VALUE 500.
       77  WS-IDX-INC PIC 9(04) VALUE 0.
       77  WS-IDX-INC-TROUVE PIC 9(04) VALUE 0.
      *    Lignes d'archive illisibles (type, trimestre ou note hors
      *    dessin)
       77  WS-NBR-ILLISIBLES PIC 9(05) VALUE 0.

      *    Les matières du catalogue (noms seuls, tous niveaux) ;
      *    WS-CATALOGUE-CHARGE à "N" avec un catalogue absent, le
      *    contrôle des matières de l'archive n'est alors pas fait
       01  WS-CATALOGUE.
           05 WS-NBR-MAT-CAT PIC 9(03) VALUE 0.
           05 WS-NOM-MAT-CAT PIC X(21) OCCURS 150 TIMES.
       77  WS-MAX-MAT-CAT PIC 9(03) VALUE 150.
       77  WS-IDX-CAT PIC 9(03) VALUE 0.
       77  WS-CATALOGUE-CHARGE PIC X VALUE "N".
       77  WS-MATIERE-CONNUE PIC X VALUE "N".

      *    Les matières de l'archive absentes du catalogue, une entrée
      *    par nom avec son nombre de lignes
       01  WS-HORS-CATALOGUE.
           05 WS-NBR-HORS-CAT PIC 9(03) VALUE 0.
           05 WS-HORS-CAT OCCURS 100 TIMES.
               10 WS-HC-MATIERE PIC X(21).
               10 WS-HC-NBR-LIGNES PIC 9(05).
       77  WS-MAX-HORS-CAT PIC 9(03) VALUE 100.
       77  WS-IDX-HC PIC 9(03) VALUE 0.
       77  WS-IDX-HC-TROUVE PIC 9(03) VALUE 0.

      *    Les identifiants des fiches famille ; WS-FAMILLES-CHARGEES
      *    à "N" avec un fichier absent
       01  WS-FAMILLES.
           05 WS-NBR-FAM PIC 9(04) VALUE 0.
           05 WS-FAM-ID PIC X(6) OCCURS 3000 TIMES.
       77  WS-MAX-FAM PIC 9(04) VALUE 3000.
       77  WS-IDX-FAM PIC 9(04) VALUE 0.
       77  WS-FAMILLES-CHARGEES PIC X VALUE "N".
       77  WS-FICHE-TROUVEE PIC X VALUE "N".

      *    Rapprochement des lignes "G" triées et de l'index : clé
      *    courante de chaque côté (HIGH-VALUES en fin de fichier) et
      *    clé de la dernière ligne "G" rapprochée, pour reconnaître
      *    un trimestre archivé deux fois
       77  WS-CLE-ARC PIC X(11) VALUE SPACES.
       77  WS-CLE-IDX PIC X(11) VALUE SPACES.
       77  WS-CLE-PRECEDENTE PIC X(11) VALUE SPACES.
       77  WS-INDEX-LU PIC X VALUE "N".
       77  WS-MOY-EDITEE PIC Z9,99.

      *    Recherche des doublons probables : identité précédente
      *    dans l'ordre du tri
       01  WS-IDENTITE-PRECEDENTE.
           05 WS-PREC-NOM PIC X(7) VALUE SPACES.
           05 WS-PREC-PRENOM PIC X(6) VALUE SPACES.
           05 WS-PREC-AGE PIC X(02) VALUE SPACES.
           05 WS-PREC-ID PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU-BATCH.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           OPEN INPUT ELEVES-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "REFERENTIEL ELEVES INDISPONIBLE (STATUS "
                   WS-MASTER-STATUS "), AUDIT NON FAIT"
           ELSE
               OPEN OUTPUT AUDIT-LISTE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "LISTE D AUDIT INDISPONIBLE (STATUS "
                       WS-AUDIT-STATUS "), AUDIT NON FAIT"
               ELSE
                   PERFORM ENTETE-AUDIT
                   PERFORM CHARGER-CATALOGUE
                   PERFORM CHARGER-FAMILLES
                   PERFORM CONTROLE-ARCHIVE
                   PERFORM CONTROLE-INDEX
                   PERFORM CONTROLE-FAMILLES
                   PERFORM CONTROLE-DOUBLONS
                   PERFORM BILAN-AUDIT
                   CLOSE AUDIT-LISTE
               END-IF
               CLOSE ELEVES-MASTER
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      *    Un verrou de batch non vide signale une exécution de
      *    gestion2 en vol : l'audit est fait quand même, avec un
      *    avertissement, les écarts relevés pouvant être transitoires
       CONTROLER-VERROU-BATCH.
           OPEN INPUT VERROU-BATCH.
           IF WS-VER-BATCH-STATUS = "00"
               READ VERROU-BATCH
                   NOT AT END
                       DISPLAY "ATTENTION : BATCH gestion2 EN VOL "
                           "DEPUIS LE " VBA-DATE " A " VBA-HEURE
                           ", AUDIT A REFAIRE APRES LE BATCH"
               END-READ
               CLOSE VERROU-BATCH
           END-IF.

       ENTETE-AUDIT.
           MOVE SPACES TO WS-LIGNE-AUDIT.
           MOVE "AUDIT DE COHERENCE DES FICHIERS DU "
               TO WS-LIGNE-AUDIT(1:35).
           MOVE WS-DATE-JOUR TO WS-LIGNE-AUDIT(36:8).
           MOVE " A " TO WS-LIGNE-AUDIT(44:3).
           MOVE WS-HEURE-JOUR(1:6) TO WS-LIGNE-AUDIT(47:6).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE ALL "=" TO WS-LIGNE-AUDIT.
           PERFORM ECRIRE-LIGNE-AUDIT.

      *    Titre d'une section de la liste, déposé par l'appelant
      *    dans WS-LIGNE-AUDIT
       TITRE-SECTION.
           MOVE WS-LIGNE-AUDIT TO WS-TITRE-SECTION.
           MOVE SPACES TO WS-LIGNE-AUDIT.
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE WS-TITRE-SECTION TO WS-LIGNE-AUDIT.
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE ALL "-" TO WS-LIGNE-AUDIT.
           PERFORM ECRIRE-LIGNE-AUDIT.

      *    Charge les noms du catalogue des matières, tous niveaux
      *    confondus
       CHARGER-CATALOGUE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT CATALOGUE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "CATALOGUE matieres.dat ABSENT, MATIERES DE "
                   "L ARCHIVE NON CONTROLEES"
           ELSE
               MOVE "O" TO WS-CATALOGUE-CHARGE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ CATALOGUE
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF CAT-NOM NOT = SPACES
                   AND WS-NBR-MAT-CAT < WS-MAX-MAT-CAT
                       ADD 1 TO WS-NBR-MAT-CAT
                       MOVE CAT-NOM TO WS-NOM-MAT-CAT(WS-NBR-MAT-CAT)
                   END-IF
               END-READ
               END-PERFORM
               CLOSE CATALOGUE
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Charge les identifiants des fiches famille. Seul le
      *    status 35 vaut fichier absent ; tout autre refus est un
      *    fichier illisible, qui sort l'audit en code retour 12
       CHARGER-FAMILLES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FAMILLES.
           IF WS-FAMILLES-STATUS NOT = "00"
               IF WS-FAMILLES-STATUS = "35"
                   DISPLAY "FICHIER familles.dat ABSENT"
               ELSE
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "FICHIER familles.dat ILLISIBLE (STATUS "
                       WS-FAMILLES-STATUS ")"
               END-IF
           ELSE
               MOVE "O" TO WS-FAMILLES-CHARGEES
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ FAMILLES
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF FAM-ID NOT = SPACES
                       IF WS-NBR-FAM >= WS-MAX-FAM
                           DISPLAY "ATTENTION : PLUS DE " WS-MAX-FAM
                               " FICHES FAMILLE, FICHE " FAM-ID
                               " NON CONTROLEE"
                       ELSE
                           ADD 1 TO WS-NBR-FAM
                           MOVE FAM-ID TO WS-FAM-ID(WS-NBR-FAM)
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE FAMILLES
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Contrôle de l'archive : un seul passage contrôle chaque
      *    ligne (élève connu du référentiel, matière au catalogue)
      *    et fournit au tri les moyennes "G" que CONTROLE-INDEX
      *    rapproche ensuite de l'index. Les élèves inconnus et les
      *    matières hors catalogue sont listés une fois chacun avec
      *    leur nombre de lignes. Seul le status 35 vaut archive
      *    absente : une archive illisible sort l'audit en code
      *    retour 12, comme l'index dans CONTROLE-INDEX
       CONTROLE-ARCHIVE.
           OPEN INPUT ARCHIVE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS = "35"
                   DISPLAY "ARCHIVE archive.dat ABSENTE (STATUS "
                       WS-ARCHIVE-STATUS "), CONTROLES DE L ARCHIVE "
                       "SANS OBJET"
                   MOVE "ARCHIVE ABSENTE, CONTROLES SANS OBJET"
                       TO WS-LIGNE-AUDIT
               ELSE
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "ARCHIVE ILLISIBLE (STATUS "
                       WS-ARCHIVE-STATUS ")"
                   MOVE "ARCHIVE ILLISIBLE, CONTROLES NON FAITS"
                       TO WS-LIGNE-AUDIT
               END-IF
               PERFORM TITRE-SECTION
           ELSE
               CLOSE ARCHIVE
               MOVE "O" TO WS-ARCHIVE-LUE
               SORT TRI-MOYENNES
               ON ASCENDING KEY TRM-CLE
               INPUT PROCEDURE LECTURE-ARCHIVE
               GIVING MOYENNES-TRIEES
               MOVE "ARCHIVE : ELEVES ABSENTS DU REFERENTIEL"
                   TO WS-LIGNE-AUDIT
               PERFORM TITRE-SECTION
               PERFORM VARYING WS-IDX-INC FROM 1 BY 1
               UNTIL WS-IDX-INC > WS-NBR-INCONNUS
                   MOVE SPACES TO WS-LIGNE-AUDIT
                   MOVE WS-INC-ID(WS-IDX-INC) TO WS-LIGNE-AUDIT(3:6)
                   MOVE WS-INC-NBR-LIGNES(WS-IDX-INC) TO WS-NBR-EDITE
                   MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(11:5)
                   MOVE " LIGNE(S) D ARCHIVE" TO WS-LIGNE-AUDIT(16:19)
                   PERFORM ECRIRE-LIGNE-AUDIT
               END-PERFORM
               IF WS-NBR-ILLISIBLES > 0
                   MOVE SPACES TO WS-LIGNE-AUDIT
                   MOVE WS-NBR-ILLISIBLES TO WS-NBR-EDITE
                   MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(3:5)
                   MOVE " LIGNE(S) D ARCHIVE ILLISIBLE(S)"
                       TO WS-LIGNE-AUDIT(8:32)
                   PERFORM ECRIRE-LIGNE-AUDIT
               END-IF
               MOVE "ARCHIVE : MATIERES ABSENTES DU CATALOGUE"
                   TO WS-LIGNE-AUDIT
               PERFORM TITRE-SECTION
               IF WS-CATALOGUE-CHARGE = "N"
                   MOVE "  CATALOGUE ABSENT, CONTROLE NON FAIT"
                       TO WS-LIGNE-AUDIT
                   PERFORM ECRIRE-LIGNE-AUDIT
               END-IF
               PERFORM VARYING WS-IDX-HC FROM 1 BY 1
               UNTIL WS-IDX-HC > WS-NBR-HORS-CAT
                   MOVE SPACES TO WS-LIGNE-AUDIT
                   MOVE WS-HC-MATIERE(WS-IDX-HC)
                       TO WS-LIGNE-AUDIT(3:21)
                   MOVE WS-HC-NBR-LIGNES(WS-IDX-HC) TO WS-NBR-EDITE
                   MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(26:5)
                   MOVE " LIGNE(S) D ARCHIVE" TO WS-LIGNE-AUDIT(31:19)
                   PERFORM ECRIRE-LIGNE-AUDIT
               END-PERFORM
           END-IF.

      *    Lit toute l'archive pour le tri : contrôle chaque ligne et
      *    livre les moyennes "G"
       LECTURE-ARCHIVE.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE 0 TO WS-NUM-LIGNE-ARCHIVE.
           OPEN INPUT ARCHIVE.
           PERFORM UNTIL WS-FIN-FICHIER = "Y"
           READ ARCHIVE
           AT END
               MOVE "Y" TO WS-FIN-FICHIER
           NOT AT END
               ADD 1 TO WS-NUM-LIGNE-ARCHIVE
               IF ARC-TRIMESTRE IS NOT NUMERIC
               OR ARC-NOTE IS NOT NUMERIC
               OR (ARC-TYPE NOT = "M" AND ARC-TYPE NOT = "G")
                   ADD 1 TO WS-NBR-ILLISIBLES
                   ADD 1 TO WS-NBR-ANO-ARCHIVE
               ELSE
                   PERFORM CONTROLER-ELEVE-ARCHIVE
                   IF ARC-TYPE = "G"
                       MOVE ARC-ANNEE TO TRM-ANNEE
                       MOVE ARC-TRIMESTRE TO TRM-TRIM
                       MOVE ARC-ID TO TRM-ID
                       MOVE ARC-NOTE TO TRM-MOYENNE
                       RELEASE TRI-MOYENNE
                   ELSE
                       PERFORM CONTROLER-MATIERE-ARCHIVE
                   END-IF
               END-IF
           END-READ
           END-PERFORM.
           CLOSE ARCHIVE.
           MOVE WS-NUM-LIGNE-ARCHIVE TO WS-NBR-LIGNES-ARCHIVE.
           MOVE "N" TO WS-FIN-FICHIER.

      *    L'élève de la ligne d'archive doit être au référentiel ;
      *    un identifiant déjà reconnu inconnu n'est pas relu
       CONTROLER-ELEVE-ARCHIVE.
           MOVE 0 TO WS-IDX-INC-TROUVE.
           PERFORM VARYING WS-IDX-INC FROM 1 BY 1
           UNTIL WS-IDX-INC > WS-NBR-INCONNUS
           OR WS-IDX-INC-TROUVE > 0
               IF WS-INC-ID(WS-IDX-INC) = ARC-ID
                   MOVE WS-IDX-INC TO WS-IDX-INC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-INC-TROUVE > 0
               ADD 1 TO WS-INC-NBR-LIGNES(WS-IDX-INC-TROUVE)
           ELSE
               MOVE ARC-ID TO MASTER-ID
               READ ELEVES-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NBR-ANO-ARCHIVE
                       IF WS-NBR-INCONNUS < WS-MAX-INCONNUS
                           ADD 1 TO WS-NBR-INCONNUS
                           MOVE ARC-ID TO WS-INC-ID(WS-NBR-INCONNUS)
                           MOVE 1
                               TO WS-INC-NBR-LIGNES(WS-NBR-INCONNUS)
                       ELSE
                           DISPLAY "ELEVE INCONNU " ARC-ID
                               " AU-DELA DE LA CAPACITE DE LA LISTE"
                       END-IF
               END-READ
           END-IF.

      *    La matière d'une ligne "M" doit être au catalogue, quel
      *    que soit son niveau
       CONTROLER-MATIERE-ARCHIVE.
           IF WS-CATALOGUE-CHARGE = "O"
               MOVE "N" TO WS-MATIERE-CONNUE
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-NBR-MAT-CAT
               OR WS-MATIERE-CONNUE = "O"
                   IF WS-NOM-MAT-CAT(WS-IDX-CAT) = ARC-MATIERE
                       MOVE "O" TO WS-MATIERE-CONNUE
                   END-IF
               END-PERFORM
               IF WS-MATIERE-CONNUE = "N"
                   MOVE 0 TO WS-IDX-HC-TROUVE
                   PERFORM VARYING WS-IDX-HC FROM 1 BY 1
                   UNTIL WS-IDX-HC > WS-NBR-HORS-CAT
                   OR WS-IDX-HC-TROUVE > 0
                       IF WS-HC-MATIERE(WS-IDX-HC) = ARC-MATIERE
                           MOVE WS-IDX-HC TO WS-IDX-HC-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-IDX-HC-TROUVE > 0
                       ADD 1 TO WS-HC-NBR-LIGNES(WS-IDX-HC-TROUVE)
                   ELSE
                       ADD 1 TO WS-NBR-ANO-MATIERES
                       IF WS-NBR-HORS-CAT < WS-MAX-HORS-CAT
                           ADD 1 TO WS-NBR-HORS-CAT
                           MOVE ARC-MATIERE
                               TO WS-HC-MATIERE(WS-NBR-HORS-CAT)
                           MOVE 1
                               TO WS-HC-NBR-LIGNES(WS-NBR-HORS-CAT)
                       ELSE
                           DISPLAY "MATIERE " ARC-MATIERE
                               " AU-DELA DE LA CAPACITE DE LA LISTE"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Rapproche en un passage les moyennes "G" triées et l'index
      *    lu dans l'ordre de sa clé. Un index absent (status 35)
      *    n'est pas une anomalie : gestion2 le reconstruit depuis
      *    l'archive à sa prochaine exécution
       CONTROLE-INDEX.
           MOVE "INDEX archive_index.dat : ECARTS AVEC LES LIGNES G"
               TO WS-LIGNE-AUDIT.
           PERFORM TITRE-SECTION.
           IF WS-ARCHIVE-LUE = "O"
               OPEN INPUT ARCHIVE-IDX
               IF WS-ARCIDX-STATUS = "35"
                   MOVE "  INDEX ABSENT, RECONSTRUIT PAR LA PROCHAINE "
                       TO WS-LIGNE-AUDIT
                   MOVE "EXECUTION DE gestion2"
                       TO WS-LIGNE-AUDIT(47:21)
                   PERFORM ECRIRE-LIGNE-AUDIT
               ELSE
                   IF WS-ARCIDX-STATUS NOT = "00"
                       MOVE 12 TO WS-CODE-RETOUR
                       DISPLAY "INDEX DE L ARCHIVE INDISPONIBLE "
                           "(STATUS " WS-ARCIDX-STATUS ")"
                       MOVE "  INDEX ILLISIBLE, CONTROLE NON FAIT"
                           TO WS-LIGNE-AUDIT
                       PERFORM ECRIRE-LIGNE-AUDIT
                   ELSE
                       PERFORM RAPPROCHER-INDEX
                       CLOSE ARCHIVE-IDX
                   END-IF
               END-IF
           END-IF.

       RAPPROCHER-INDEX.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE SPACES TO WS-CLE-PRECEDENTE.
           OPEN INPUT MOYENNES-TRIEES.
           IF WS-MOYENNES-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "FICHIER DE TRI DES MOYENNES ILLISIBLE "
                   "(STATUS " WS-MOYENNES-STATUS ")"
           ELSE
               PERFORM LIRE-MOYENNE-TRIEE
               MOVE "O" TO WS-INDEX-LU
               MOVE LOW-VALUES TO ARCIX-CLE
               START ARCHIVE-IDX KEY IS NOT LESS THAN ARCIX-CLE
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-CLE-IDX
                       MOVE "N" TO WS-INDEX-LU
               END-START
               IF WS-INDEX-LU = "O"
                   PERFORM LIRE-INDEX
               END-IF
               PERFORM UNTIL WS-CLE-ARC = HIGH-VALUES
               AND WS-CLE-IDX = HIGH-VALUES
                   IF WS-CLE-ARC < WS-CLE-IDX
                       MOVE SPACES TO WS-LIGNE-AUDIT
                       MOVE MOY-ANNEE TO WS-LIGNE-AUDIT(3:4)
                       MOVE "T" TO WS-LIGNE-AUDIT(8:1)
                       MOVE MOY-TRIM TO WS-LIGNE-AUDIT(9:1)
                       MOVE MOY-ID TO WS-LIGNE-AUDIT(11:6)
                       IF WS-CLE-ARC = WS-CLE-PRECEDENTE
                           MOVE "LIGNE G EN DOUBLE DANS L ARCHIVE"
                               TO WS-LIGNE-AUDIT(18:32)
                       ELSE
                           MOVE "LIGNE G ABSENTE DE L INDEX"
                               TO WS-LIGNE-AUDIT(18:26)
                       END-IF
                       PERFORM ECRIRE-LIGNE-AUDIT
                       ADD 1 TO WS-NBR-ANO-INDEX
                       PERFORM LIRE-MOYENNE-TRIEE
                   ELSE
                       IF WS-CLE-ARC > WS-CLE-IDX
                           MOVE SPACES TO WS-LIGNE-AUDIT
                           MOVE ARCIX-ANNEE TO WS-LIGNE-AUDIT(3:4)
                           MOVE "T" TO WS-LIGNE-AUDIT(8:1)
                           MOVE ARCIX-TRIM TO WS-LIGNE-AUDIT(9:1)
                           MOVE ARCIX-ID TO WS-LIGNE-AUDIT(11:6)
                           MOVE "ENTREE D INDEX SANS LIGNE G"
                               TO WS-LIGNE-AUDIT(18:27)
                           PERFORM ECRIRE-LIGNE-AUDIT
                           ADD 1 TO WS-NBR-ANO-INDEX
                           PERFORM LIRE-INDEX
                       ELSE
                           IF MOY-MOYENNE NOT = ARCIX-MOYENNE
                               MOVE SPACES TO WS-LIGNE-AUDIT
                               MOVE MOY-ANNEE TO WS-LIGNE-AUDIT(3:4)
                               MOVE "T" TO WS-LIGNE-AUDIT(8:1)
                               MOVE MOY-TRIM TO WS-LIGNE-AUDIT(9:1)
                               MOVE MOY-ID TO WS-LIGNE-AUDIT(11:6)
                               MOVE "MOYENNE INDEX "
                                   TO WS-LIGNE-AUDIT(18:14)
                               MOVE ARCIX-MOYENNE TO WS-MOY-EDITEE
                               MOVE WS-MOY-EDITEE
                                   TO WS-LIGNE-AUDIT(32:5)
                               MOVE " ARCHIVE " TO WS-LIGNE-AUDIT(37:9)
                               MOVE MOY-MOYENNE TO WS-MOY-EDITEE
                               MOVE WS-MOY-EDITEE
                                   TO WS-LIGNE-AUDIT(46:5)
                               PERFORM ECRIRE-LIGNE-AUDIT
                               ADD 1 TO WS-NBR-ANO-INDEX
                           END-IF
                           MOVE WS-CLE-ARC TO WS-CLE-PRECEDENTE
                           PERFORM LIRE-MOYENNE-TRIEE
                           PERFORM LIRE-INDEX
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MOYENNES-TRIEES
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

       LIRE-MOYENNE-TRIEE.
           READ MOYENNES-TRIEES
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-ARC
               NOT AT END
                   MOVE MOY-CLE TO WS-CLE-ARC
           END-READ.

       LIRE-INDEX.
           IF WS-CLE-IDX NOT = HIGH-VALUES
               READ ARCHIVE-IDX NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-CLE-IDX
                   NOT AT END
                       MOVE ARCIX-CLE TO WS-CLE-IDX
               END-READ
           END-IF.

      *    Fiches famille d'élèves absents du référentiel ; les
      *    élèves présents sans fiche sont relevés au passage du
      *    référentiel par CONTROLE-DOUBLONS
       CONTROLE-FAMILLES.
           MOVE "FAMILLES : FICHES D ELEVES ABSENTS DU REFERENTIEL"
               TO WS-LIGNE-AUDIT.
           PERFORM TITRE-SECTION.
           IF WS-FAMILLES-CHARGEES = "N"
               IF WS-FAMILLES-STATUS = "35"
                   MOVE "  FICHIER familles.dat ABSENT"
                       TO WS-LIGNE-AUDIT
               ELSE
                   MOVE "  FICHIER familles.dat ILLISIBLE"
                       TO WS-LIGNE-AUDIT
               END-IF
               PERFORM ECRIRE-LIGNE-AUDIT
               ADD 1 TO WS-NBR-ANO-SANS-FAMILLE
           END-IF.
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
           UNTIL WS-IDX-FAM > WS-NBR-FAM
               MOVE WS-FAM-ID(WS-IDX-FAM) TO MASTER-ID
               READ ELEVES-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-LIGNE-AUDIT
                       MOVE WS-FAM-ID(WS-IDX-FAM)
                           TO WS-LIGNE-AUDIT(3:6)
                       MOVE "FICHE FAMILLE D UN ELEVE INCONNU"
                           TO WS-LIGNE-AUDIT(11:32)
                       PERFORM ECRIRE-LIGNE-AUDIT
                       ADD 1 TO WS-NBR-ANO-FAM-INCONNUES
               END-READ
           END-PERFORM.

      *    Parcourt le référentiel pour le tri des identités : les
      *    élèves présents sans fiche famille sont listés au passage,
      *    puis les identités triées sont relues pour signaler les
      *    doublons probables
       CONTROLE-DOUBLONS.
           MOVE "FAMILLES : ELEVES PRESENTS SANS FICHE FAMILLE"
               TO WS-LIGNE-AUDIT.
           PERFORM TITRE-SECTION.
           SORT TRI-IDENTITES
           ON ASCENDING KEY TRI-NOM TRI-PRENOM TRI-AGE TRI-ID
           INPUT PROCEDURE LECTURE-REFERENTIEL
           GIVING IDENTITES-TRIEES.
           MOVE "REFERENTIEL : DOUBLONS PROBABLES (NOM, PRENOM, AGE)"
               TO WS-LIGNE-AUDIT.
           PERFORM TITRE-SECTION.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE SPACES TO WS-IDENTITE-PRECEDENTE.
           OPEN INPUT IDENTITES-TRIEES.
           IF WS-IDENTITES-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "FICHIER DE TRI DES IDENTITES ILLISIBLE "
                   "(STATUS " WS-IDENTITES-STATUS ")"
           ELSE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ IDENTITES-TRIEES
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF IDT-NOM = WS-PREC-NOM
                   AND IDT-PRENOM = WS-PREC-PRENOM
                   AND IDT-AGE = WS-PREC-AGE
                       MOVE SPACES TO WS-LIGNE-AUDIT
                       MOVE WS-PREC-ID TO WS-LIGNE-AUDIT(3:6)
                       MOVE IDT-ID TO WS-LIGNE-AUDIT(10:6)
                       MOVE IDT-NOM TO WS-LIGNE-AUDIT(18:7)
                       MOVE IDT-PRENOM TO WS-LIGNE-AUDIT(26:6)
                       MOVE IDT-AGE TO WS-LIGNE-AUDIT(33:2)
                       MOVE " ANS" TO WS-LIGNE-AUDIT(35:4)
                       PERFORM ECRIRE-LIGNE-AUDIT
                       ADD 1 TO WS-NBR-ANO-DOUBLONS
                   ELSE
      *                Le premier identifiant d'un groupe reste la
      *                référence des suivants
                       MOVE IDENTITE-TRIEE TO WS-IDENTITE-PRECEDENTE
                   END-IF
               END-READ
               END-PERFORM
               CLOSE IDENTITES-TRIEES
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Lit tout le référentiel pour le tri des identités et
      *    relève les élèves présents sans fiche famille
       LECTURE-REFERENTIEL.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE LOW-VALUES TO MASTER-ID.
           START ELEVES-MASTER KEY IS NOT LESS THAN MASTER-ID
               INVALID KEY
                   MOVE "Y" TO WS-FIN-FICHIER
           END-START.
           PERFORM UNTIL WS-FIN-FICHIER = "Y"
           READ ELEVES-MASTER NEXT RECORD
           AT END
               MOVE "Y" TO WS-FIN-FICHIER
           NOT AT END
               MOVE MASTER-NOM TO TRI-NOM
               MOVE MASTER-PRENOM TO TRI-PRENOM
               MOVE MASTER-AGE TO TRI-AGE
               MOVE MASTER-ID TO TRI-ID
               RELEASE TRI-IDENTITE
               IF MASTER-STATUT NOT = "P"
               AND WS-FAMILLES-CHARGEES = "O"
                   MOVE "N" TO WS-FICHE-TROUVEE
                   PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                   UNTIL WS-IDX-FAM > WS-NBR-FAM
                   OR WS-FICHE-TROUVEE = "O"
                       IF WS-FAM-ID(WS-IDX-FAM) = MASTER-ID
                           MOVE "O" TO WS-FICHE-TROUVEE
                       END-IF
                   END-PERFORM
                   IF WS-FICHE-TROUVEE = "N"
                       MOVE SPACES TO WS-LIGNE-AUDIT
                       MOVE MASTER-ID TO WS-LIGNE-AUDIT(3:6)
                       MOVE MASTER-NOM TO WS-LIGNE-AUDIT(11:7)
                       MOVE MASTER-PRENOM TO WS-LIGNE-AUDIT(19:6)
                       MOVE "CLASSE " TO WS-LIGNE-AUDIT(27:7)
                       MOVE MASTER-CLASSE TO WS-LIGNE-AUDIT(34:5)
                       PERFORM ECRIRE-LIGNE-AUDIT
                       ADD 1 TO WS-NBR-ANO-SANS-FAMILLE
                   END-IF
               END-IF
           END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Bilan de l'audit : nombre d'anomalies par contrôle, sur la
      *    liste et à l'écran, et code retour
       BILAN-AUDIT.
           COMPUTE WS-NBR-ANOMALIES = WS-NBR-ANO-ARCHIVE
               + WS-NBR-ANO-INDEX + WS-NBR-ANO-FAM-INCONNUES
               + WS-NBR-ANO-MATIERES + WS-NBR-ANO-SANS-FAMILLE
               + WS-NBR-ANO-DOUBLONS.
           MOVE "BILAN" TO WS-LIGNE-AUDIT.
           PERFORM TITRE-SECTION.
           MOVE SPACES TO WS-LIGNE-AUDIT.
           MOVE "  LIGNES D ARCHIVE LUES" TO WS-LIGNE-AUDIT(1:23).
           MOVE WS-NBR-LIGNES-ARCHIVE TO WS-LIGNES-EDITE.
           MOVE WS-LIGNES-EDITE TO WS-LIGNE-AUDIT(46:7).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  ARCHIVE : ELEVES INCONNUS, LIGNES ILLISIBLES"
               TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANO-ARCHIVE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(48:5).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  ARCHIVE : MATIERES HORS CATALOGUE"
               TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANO-MATIERES TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(48:5).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  INDEX : ECARTS AVEC L ARCHIVE"
               TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANO-INDEX TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(48:5).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  FAMILLES : FICHES D ELEVES INCONNUS"
               TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANO-FAM-INCONNUES TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(48:5).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  FAMILLES : ELEVES PRESENTS SANS FICHE"
               TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANO-SANS-FAMILLE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(48:5).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  REFERENTIEL : DOUBLONS PROBABLES"
               TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANO-DOUBLONS TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-AUDIT(48:5).
           PERFORM ECRIRE-LIGNE-AUDIT.
           MOVE "  TOTAL DES ANOMALIES" TO WS-LIGNE-AUDIT.
           MOVE WS-NBR-ANOMALIES TO WS-LIGNES-EDITE.
           MOVE WS-LIGNES-EDITE TO WS-LIGNE-AUDIT(46:7).
           PERFORM ECRIRE-LIGNE-AUDIT.
           IF WS-NBR-ANO-ARCHIVE > 0 OR WS-NBR-ANO-INDEX > 0
           OR WS-NBR-ANO-FAM-INCONNUES > 0
           OR WS-NBR-ANO-MATIERES > 0
               IF WS-CODE-RETOUR < 8
                   MOVE 8 TO WS-CODE-RETOUR
               END-IF
           ELSE
               IF WS-NBR-ANO-SANS-FAMILLE > 0
               OR WS-NBR-ANO-DOUBLONS > 0
                   IF WS-CODE-RETOUR < 4
                       MOVE 4 TO WS-CODE-RETOUR
                   END-IF
               END-IF
           END-IF.
           DISPLAY "AUDIT TERMINE (audit.dat) : " WS-NBR-ANOMALIES
               " ANOMALIE(S), CODE RETOUR " WS-CODE-RETOUR.

      *    Écrit la ligne composée dans la liste des anomalies
       ECRIRE-LIGNE-AUDIT.
           MOVE WS-LIGNE-AUDIT TO AUDIT-LIGNE.
           WRITE AUDIT-LIGNE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "ECRITURE LISTE D AUDIT REFUSEE (STATUS "
                   WS-AUDIT-STATUS "), LISTE INCOMPLETE"
           END-IF.
