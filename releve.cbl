       IDENTIFICATION DIVISION.
       PROGRAM-ID. releve.

      *    Relevé de notes pluriannuel depuis l'archive cumulative :
      *    archive.dat garde les lignes matière "M" et les moyennes
      *    "G" de chaque trimestre, mais seul le rapport de
      *    progression de gestion2 les relisait, et pour la seule
      *    année en cours. Pour les dossiers de lycée, d'orientation
      *    ou de changement d'établissement, le programme édite un
      *    relevé paginé et imprimable tel quel, pour un élève ou
      *    pour toute une classe : chaque année scolaire et chaque
      *    trimestre archivés, chaque matière avec son coefficient et
      *    sa note, la moyenne du trimestre et la moyenne annuelle.
      *    L'identité et la classe actuelle de l'élève viennent du
      *    référentiel permanent (eleves_master.dat)

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Le même référentiel permanent que gestion2 ; accès
      *    dynamique pour le parcourir en entier lors de l'édition
      *    d'une classe
           SELECT ELEVES-MASTER ASSIGN TO "eleves_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *    La même archive cumulative que gestion2, relue en entier
      *    pour chaque élève édité
           SELECT ARCHIVE ASSIGN TO "archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Le relevé édité, une page au moins par élève
           SELECT RELEVE ASSIGN TO "releve_notes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEVE-STATUS.

      *    Le verrou du batch : gestion2 en vol peut réécrire
      *    l'archive pendant la lecture
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

      *    Une ligne du relevé, composée par référence de colonnes
      *    dans WS-LIGNE-RELEVE comme le dossier du conseil
       FD  RELEVE.
       01  RELEVE-LIGNE PIC X(80).

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
       77  WS-RELEVE-STATUS PIC XX VALUE SPACES.
       77  WS-VER-BATCH-STATUS PIC XX VALUE SPACES.
       77  WS-CODE-RETOUR PIC 99 VALUE 0.
       77  WS-FIN-FICHIER PIC X VALUE "N".
       77  WS-SAISIE-VALIDE PIC X VALUE "N".
       77  WS-DATE-JOUR PIC X(8) VALUE SPACES.

      *    Sélection demandée à l'opérateur : "1" un élève par son
      *    identifiant, "2" toute une classe par son code
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-ID-CHERCHE PIC X(6) VALUE SPACES.
       77  WS-CLASSE-CHERCHEE PIC X(5) VALUE SPACES.

      *    Les élèves à éditer, triés par nom et prénom pour une
      *    classe ; les élèves partis n'y figurent que demandés par
      *    leur identifiant
       01  WS-SELECTION.
           05 WS-NBR-SEL PIC 9(03) VALUE 0.
           05 WS-SEL OCCURS 999 TIMES.
               10 WS-SEL-ID PIC X(6).
               10 WS-SEL-NOM PIC X(7).
               10 WS-SEL-PRENOM PIC X(6).
       77  WS-MAX-SEL PIC 9(03) VALUE 999.
      *    Index en 9(04) pour pouvoir atteindre WS-NBR-SEL + 1 sans
      *    déborder quand la sélection est pleine, comme WS-INDEX1 de
      *    gestion2
       77  WS-IDX-SEL PIC 9(04) VALUE 0.
       77  WS-IDX-SEL2 PIC 9(04) VALUE 0.
       01  WS-SEL-ECHANGE.
           05 WS-ECH-ID PIC X(6).
           05 WS-ECH-NOM PIC X(7).
           05 WS-ECH-PRENOM PIC X(6).

      *    Les lignes d'archive de l'élève en cours d'édition : les
      *    lignes matière "M" dans l'ordre de l'archive, et les
      *    années scolaires rencontrées, rangées en ordre croissant,
      *    chacune avec la moyenne "G" de ses trois trimestres (la
      *    dernière ligne lue l'emporte sur un doublon historique)
       01  WS-LIGNES-ELEVE.
           05 WS-NBR-LIG PIC 9(03) VALUE 0.
           05 WS-LIG OCCURS 500 TIMES.
               10 WS-LIG-ANNEE PIC X(4).
               10 WS-LIG-TRIM PIC 9.
               10 WS-LIG-MATIERE PIC X(21).
               10 WS-LIG-COEF PIC 99V9.
               10 WS-LIG-NOTE PIC 99V99.
       77  WS-MAX-LIG PIC 9(03) VALUE 500.
       77  WS-IDX-LIG PIC 9(04) VALUE 0.
       77  WS-NBR-LIG-IGNOREES PIC 9(04) VALUE 0.

       01  WS-ANNEES-ELEVE.
           05 WS-NBR-ANNEES PIC 9(02) VALUE 0.
           05 WS-AN OCCURS 20 TIMES.
               10 WS-AN-ANNEE PIC X(4).
               10 WS-AN-TRIM OCCURS 3 TIMES.
                   15 WS-AN-MOY PIC 99V99.
                   15 WS-AN-MOY-PRES PIC X.
                   15 WS-AN-NBR-MAT PIC 9(03).
       77  WS-MAX-ANNEES PIC 9(02) VALUE 20.
       77  WS-IDX-AN PIC 9(02) VALUE 0.
       77  WS-IDX-AN2 PIC 9(02) VALUE 0.
       77  WS-IDX-AN-TROUVE PIC 9(02) VALUE 0.
       77  WS-IDX-TRIM PIC 9 VALUE 0.

      *    Moyenne annuelle, même calcul que le rapport de
      *    progression de gestion2 : moyenne des moyennes des
      *    trimestres réellement archivés
       77  WS-SOMME-TRIM PIC 999V99 VALUE 0.
       77  WS-NBR-TRIM PIC 9 VALUE 0.
       77  WS-MOY-ANNEE PIC 99V99 VALUE 0.
       77  WS-ANNEE-FIN PIC 9(4) VALUE 0.

      *    Composition et pagination du relevé
       77  WS-LIGNE-RELEVE PIC X(80) VALUE SPACES.
      *    Ligne composée mise de côté le temps d'un saut de page
       77  WS-LIGNE-ATTENTE PIC X(80) VALUE SPACES.
       77  WS-LIGNES-PAGE PIC 9(02) VALUE 0.
       77  WS-MAX-LIGNES-PAGE PIC 9(02) VALUE 55.
       77  WS-NBR-PAGES PIC 9(04) VALUE 0.
       77  WS-PAGE-ELEVE PIC 9(03) VALUE 0.
       77  WS-NBR-RELEVES PIC 9(03) VALUE 0.
       77  WS-COEF-EDITE PIC Z9,9.
       77  WS-MOY-EDITEE PIC Z9,99.
       77  WS-NBR-EDITE PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU-BATCH.
           OPEN INPUT ELEVES-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "REFERENTIEL ELEVES INDISPONIBLE (STATUS "
                   WS-MASTER-STATUS ")"
           ELSE
               PERFORM DEMANDER-SELECTION
               IF WS-NBR-SEL = 0
                   IF WS-CODE-RETOUR < 4
                       MOVE 4 TO WS-CODE-RETOUR
                   END-IF
                   DISPLAY "AUCUN ELEVE A EDITER"
               ELSE
                   PERFORM EDITER-RELEVES
               END-IF
               CLOSE ELEVES-MASTER
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      *    Un verrou de batch non vide signale une exécution de
      *    gestion2 en vol, qui peut réécrire l'archive : le relevé
      *    est édité quand même, avec un avertissement
       CONTROLER-VERROU-BATCH.
           OPEN INPUT VERROU-BATCH.
           IF WS-VER-BATCH-STATUS = "00"
               READ VERROU-BATCH
                   NOT AT END
                       DISPLAY "ATTENTION : BATCH gestion2 EN VOL "
                           "DEPUIS LE " VBA-DATE " A " VBA-HEURE
                           ", RELEVE A REEDITER APRES LE BATCH"
               END-READ
               CLOSE VERROU-BATCH
           END-IF.

      *    Demande à l'opérateur un élève ou une classe et constitue
      *    la sélection des élèves à éditer
       DEMANDER-SELECTION.
           MOVE "N" TO WS-SAISIE-VALIDE.
           PERFORM UNTIL WS-SAISIE-VALIDE = "O"
               DISPLAY "RELEVE D UN ELEVE (1) OU D UNE CLASSE (2) : "
               ACCEPT WS-CHOIX
               IF WS-CHOIX = "1" OR WS-CHOIX = "2"
                   MOVE "O" TO WS-SAISIE-VALIDE
               ELSE
                   DISPLAY "CHOIX INCONNU"
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NBR-SEL.
           IF WS-CHOIX = "1"
               DISPLAY "ID ELEVE (6 CARACTERES, EX E00001) : "
               ACCEPT WS-ID-CHERCHE
               MOVE WS-ID-CHERCHE TO MASTER-ID
               READ ELEVES-MASTER
                   INVALID KEY
                       DISPLAY "ELEVE " WS-ID-CHERCHE
                           " ABSENT DU REFERENTIEL"
                   NOT INVALID KEY
                       MOVE 1 TO WS-NBR-SEL
                       MOVE MASTER-ID TO WS-SEL-ID(1)
                       MOVE MASTER-NOM TO WS-SEL-NOM(1)
                       MOVE MASTER-PRENOM TO WS-SEL-PRENOM(1)
               END-READ
           ELSE
               DISPLAY "CODE CLASSE (5 CARACTERES, EX 3A) : "
               ACCEPT WS-CLASSE-CHERCHEE
               PERFORM SELECTIONNER-CLASSE
               PERFORM TRIER-SELECTION
           END-IF.

      *    Parcourt tout le référentiel et retient les élèves
      *    présents inscrits dans la classe demandée
       SELECTIONNER-CLASSE.
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
               IF MASTER-CLASSE = WS-CLASSE-CHERCHEE
               AND MASTER-STATUT NOT = "P"
                   IF WS-NBR-SEL >= WS-MAX-SEL
                       DISPLAY "ATTENTION : PLUS DE " WS-MAX-SEL
                           " ELEVES DANS LA CLASSE, ELEVE "
                           MASTER-ID " NON EDITE"
                   ELSE
                       ADD 1 TO WS-NBR-SEL
                       MOVE MASTER-ID TO WS-SEL-ID(WS-NBR-SEL)
                       MOVE MASTER-NOM TO WS-SEL-NOM(WS-NBR-SEL)
                       MOVE MASTER-PRENOM
                           TO WS-SEL-PRENOM(WS-NBR-SEL)
                   END-IF
               END-IF
           END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-FICHIER.
           DISPLAY WS-NBR-SEL " ELEVE(S) DANS LA CLASSE "
               WS-CLASSE-CHERCHEE.

      *    Range la sélection par nom puis prénom, par échanges
      *    successifs : une classe ne compte que quelques dizaines
      *    d'élèves
       TRIER-SELECTION.
           PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
           UNTIL WS-IDX-SEL >= WS-NBR-SEL
               PERFORM VARYING WS-IDX-SEL2 FROM WS-IDX-SEL BY 1
               UNTIL WS-IDX-SEL2 > WS-NBR-SEL
                   IF WS-SEL-NOM(WS-IDX-SEL2) < WS-SEL-NOM(WS-IDX-SEL)
                   OR (WS-SEL-NOM(WS-IDX-SEL2)
                       = WS-SEL-NOM(WS-IDX-SEL)
                       AND WS-SEL-PRENOM(WS-IDX-SEL2)
                       < WS-SEL-PRENOM(WS-IDX-SEL))
                       MOVE WS-SEL(WS-IDX-SEL) TO WS-SEL-ECHANGE
                       MOVE WS-SEL(WS-IDX-SEL2) TO WS-SEL(WS-IDX-SEL)
                       MOVE WS-SEL-ECHANGE TO WS-SEL(WS-IDX-SEL2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Ouvre le relevé et édite chaque élève de la sélection
       EDITER-RELEVES.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN OUTPUT RELEVE.
           IF WS-RELEVE-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "RELEVE INDISPONIBLE (STATUS "
                   WS-RELEVE-STATUS "), RELEVE NON EDITE"
           ELSE
               MOVE 0 TO WS-NBR-PAGES
               PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
               UNTIL WS-IDX-SEL > WS-NBR-SEL
               OR WS-CODE-RETOUR = 12
                   PERFORM EDITER-RELEVE-ELEVE
               END-PERFORM
               CLOSE RELEVE
               DISPLAY "RELEVE ECRIT (releve_notes.dat) : "
                   WS-NBR-RELEVES " ELEVE(S), " WS-NBR-PAGES
                   " PAGE(S)"
           END-IF.

      *    Le relevé d'un élève : sa fiche au référentiel, ses lignes
      *    d'archive, puis chaque année scolaire dans l'ordre
       EDITER-RELEVE-ELEVE.
           MOVE WS-SEL-ID(WS-IDX-SEL) TO MASTER-ID.
           READ ELEVES-MASTER
               INVALID KEY
                   DISPLAY "ELEVE " WS-SEL-ID(WS-IDX-SEL)
                       " ABSENT DU REFERENTIEL, RELEVE NON EDITE"
               NOT INVALID KEY
                   PERFORM CHARGER-ARCHIVE-ELEVE
                   IF WS-CODE-RETOUR NOT = 12
                       ADD 1 TO WS-NBR-RELEVES
                       MOVE 0 TO WS-PAGE-ELEVE
                       PERFORM ENTETE-PAGE
                       IF WS-NBR-ANNEES = 0
                           MOVE SPACES TO WS-LIGNE-RELEVE
                           MOVE "AUCUNE NOTE ARCHIVEE POUR CET ELEVE"
                               TO WS-LIGNE-RELEVE(3:35)
                           PERFORM ECRIRE-LIGNE-CORPS
                       ELSE
                           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                           UNTIL WS-IDX-AN > WS-NBR-ANNEES
                               PERFORM EDITER-ANNEE
                           END-PERFORM
                       END-IF
                       IF WS-NBR-LIG-IGNOREES > 0
                           MOVE SPACES TO WS-LIGNE-RELEVE
                           MOVE WS-NBR-LIG-IGNOREES TO WS-NBR-EDITE
                           MOVE WS-NBR-EDITE TO WS-LIGNE-RELEVE(1:3)
                           MOVE " LIGNE(S) D ARCHIVE NON EDITEE(S)"
                               TO WS-LIGNE-RELEVE(4:33)
                           PERFORM ECRIRE-LIGNE-CORPS
                       END-IF
                   END-IF
           END-READ.

      *    Relit toute l'archive et garde les lignes de l'élève :
      *    lignes "M" dans WS-LIG, moyennes "G" sous leur année. Une
      *    ligne illisible ou au-delà des capacités est comptée et
      *    signalée en fin de relevé. Archive absente : rien n'est
      *    édité et le programme sort en code retour 12
       CHARGER-ARCHIVE-ELEVE.
           MOVE 0 TO WS-NBR-LIG.
           MOVE 0 TO WS-NBR-ANNEES.
           MOVE 0 TO WS-NBR-LIG-IGNOREES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT ARCHIVE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "ARCHIVE ABSENTE OU ILLISIBLE (STATUS "
                   WS-ARCHIVE-STATUS ")"
           ELSE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ ARCHIVE
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF ARC-ID = MASTER-ID
                       PERFORM RANGER-LIGNE-ARCHIVE
                   END-IF
               END-READ
               END-PERFORM
               CLOSE ARCHIVE
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Range une ligne d'archive de l'élève sous son année
       RANGER-LIGNE-ARCHIVE.
           IF ARC-ANNEE IS NOT NUMERIC
           OR ARC-TRIMESTRE < 1 OR ARC-TRIMESTRE > 3
           OR ARC-NOTE IS NOT NUMERIC
           OR (ARC-TYPE NOT = "M" AND ARC-TYPE NOT = "G")
               ADD 1 TO WS-NBR-LIG-IGNOREES
           ELSE
               PERFORM CHERCHER-ANNEE
               IF WS-IDX-AN-TROUVE = 0
                   ADD 1 TO WS-NBR-LIG-IGNOREES
               ELSE
                   IF ARC-TYPE = "G"
                       MOVE ARC-NOTE TO WS-AN-MOY
                           (WS-IDX-AN-TROUVE, ARC-TRIMESTRE)
                       MOVE "O" TO WS-AN-MOY-PRES
                           (WS-IDX-AN-TROUVE, ARC-TRIMESTRE)
                   ELSE
                       IF WS-NBR-LIG >= WS-MAX-LIG
                       OR ARC-COEF IS NOT NUMERIC
                           ADD 1 TO WS-NBR-LIG-IGNOREES
                       ELSE
                           ADD 1 TO WS-NBR-LIG
                           MOVE ARC-ANNEE TO WS-LIG-ANNEE(WS-NBR-LIG)
                           MOVE ARC-TRIMESTRE
                               TO WS-LIG-TRIM(WS-NBR-LIG)
                           MOVE ARC-MATIERE
                               TO WS-LIG-MATIERE(WS-NBR-LIG)
                           MOVE ARC-COEF TO WS-LIG-COEF(WS-NBR-LIG)
                           MOVE ARC-NOTE TO WS-LIG-NOTE(WS-NBR-LIG)
                           ADD 1 TO WS-AN-NBR-MAT
                               (WS-IDX-AN-TROUVE, ARC-TRIMESTRE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Rang de l'année ARC-ANNEE dans WS-AN, ajoutée à sa place
      *    dans l'ordre croissant si elle n'y est pas encore
      *    (0 quand la table est pleine)
       CHERCHER-ANNEE.
           MOVE 0 TO WS-IDX-AN-TROUVE.
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
           UNTIL WS-IDX-AN > WS-NBR-ANNEES
           OR WS-IDX-AN-TROUVE > 0
               IF WS-AN-ANNEE(WS-IDX-AN) = ARC-ANNEE
                   MOVE WS-IDX-AN TO WS-IDX-AN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IDX-AN-TROUVE = 0
           AND WS-NBR-ANNEES < WS-MAX-ANNEES
      *        Place de la nouvelle année : après toutes les années
      *        plus anciennes, les suivantes sont décalées d'un rang
               MOVE 1 TO WS-IDX-AN-TROUVE
               PERFORM VARYING WS-IDX-AN FROM 1 BY 1
               UNTIL WS-IDX-AN > WS-NBR-ANNEES
                   IF WS-AN-ANNEE(WS-IDX-AN) < ARC-ANNEE
                       COMPUTE WS-IDX-AN-TROUVE = WS-IDX-AN + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-AN2 FROM WS-NBR-ANNEES BY -1
               UNTIL WS-IDX-AN2 < WS-IDX-AN-TROUVE
                   MOVE WS-AN(WS-IDX-AN2) TO WS-AN(WS-IDX-AN2 + 1)
               END-PERFORM
               ADD 1 TO WS-NBR-ANNEES
               MOVE ARC-ANNEE TO WS-AN-ANNEE(WS-IDX-AN-TROUVE)
               PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
               UNTIL WS-IDX-TRIM > 3
                   MOVE 0 TO WS-AN-MOY(WS-IDX-AN-TROUVE, WS-IDX-TRIM)
                   MOVE "N"
                       TO WS-AN-MOY-PRES(WS-IDX-AN-TROUVE, WS-IDX-TRIM)
                   MOVE 0
                       TO WS-AN-NBR-MAT(WS-IDX-AN-TROUVE, WS-IDX-TRIM)
               END-PERFORM
           END-IF.

      *    Une année scolaire du relevé : ses trimestres archivés
      *    puis la moyenne annuelle
       EDITER-ANNEE.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           PERFORM ECRIRE-LIGNE-CORPS.
           MOVE WS-AN-ANNEE(WS-IDX-AN) TO WS-ANNEE-FIN.
           ADD 1 TO WS-ANNEE-FIN.
           MOVE "ANNEE SCOLAIRE " TO WS-LIGNE-RELEVE(1:15).
           MOVE WS-AN-ANNEE(WS-IDX-AN) TO WS-LIGNE-RELEVE(16:4).
           MOVE "-" TO WS-LIGNE-RELEVE(20:1).
           MOVE WS-ANNEE-FIN TO WS-LIGNE-RELEVE(21:4).
           PERFORM ECRIRE-LIGNE-CORPS.
           MOVE 0 TO WS-SOMME-TRIM.
           MOVE 0 TO WS-NBR-TRIM.
           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
           UNTIL WS-IDX-TRIM > 3
               IF WS-AN-MOY-PRES(WS-IDX-AN, WS-IDX-TRIM) = "O"
               OR WS-AN-NBR-MAT(WS-IDX-AN, WS-IDX-TRIM) > 0
                   PERFORM EDITER-TRIMESTRE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           IF WS-NBR-TRIM > 0
               COMPUTE WS-MOY-ANNEE ROUNDED =
                   WS-SOMME-TRIM / WS-NBR-TRIM
               MOVE "MOYENNE ANNUELLE" TO WS-LIGNE-RELEVE(3:16)
               MOVE "(" TO WS-LIGNE-RELEVE(20:1)
               MOVE WS-NBR-TRIM TO WS-LIGNE-RELEVE(21:1)
               MOVE " TRIMESTRE(S))" TO WS-LIGNE-RELEVE(22:14)
               MOVE WS-MOY-ANNEE TO WS-MOY-EDITEE
               MOVE WS-MOY-EDITEE TO WS-LIGNE-RELEVE(44:5)
           ELSE
               MOVE "MOYENNE ANNUELLE NON DISPONIBLE"
                   TO WS-LIGNE-RELEVE(3:31)
           END-IF.
           PERFORM ECRIRE-LIGNE-CORPS.

      *    Un trimestre du relevé : les matières avec coefficient et
      *    note, puis la moyenne du trimestre, cumulée pour la
      *    moyenne annuelle
       EDITER-TRIMESTRE.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           MOVE "TRIMESTRE " TO WS-LIGNE-RELEVE(3:10).
           MOVE WS-IDX-TRIM TO WS-LIGNE-RELEVE(13:1).
           MOVE "COEF" TO WS-LIGNE-RELEVE(33:4).
           MOVE "NOTE" TO WS-LIGNE-RELEVE(40:4).
           PERFORM ECRIRE-LIGNE-CORPS.
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
           UNTIL WS-IDX-LIG > WS-NBR-LIG
               IF WS-LIG-ANNEE(WS-IDX-LIG) = WS-AN-ANNEE(WS-IDX-AN)
               AND WS-LIG-TRIM(WS-IDX-LIG) = WS-IDX-TRIM
                   MOVE SPACES TO WS-LIGNE-RELEVE
                   MOVE WS-LIG-MATIERE(WS-IDX-LIG)
                       TO WS-LIGNE-RELEVE(5:21)
                   MOVE WS-LIG-COEF(WS-IDX-LIG) TO WS-COEF-EDITE
                   MOVE WS-COEF-EDITE TO WS-LIGNE-RELEVE(33:4)
                   MOVE WS-LIG-NOTE(WS-IDX-LIG) TO WS-MOY-EDITEE
                   MOVE WS-MOY-EDITEE TO WS-LIGNE-RELEVE(39:5)
                   PERFORM ECRIRE-LIGNE-CORPS
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           MOVE "MOYENNE DU TRIMESTRE" TO WS-LIGNE-RELEVE(5:20).
           IF WS-AN-MOY-PRES(WS-IDX-AN, WS-IDX-TRIM) = "O"
               MOVE WS-AN-MOY(WS-IDX-AN, WS-IDX-TRIM)
                   TO WS-MOY-EDITEE
               MOVE WS-MOY-EDITEE TO WS-LIGNE-RELEVE(44:5)
               ADD WS-AN-MOY(WS-IDX-AN, WS-IDX-TRIM) TO WS-SOMME-TRIM
               ADD 1 TO WS-NBR-TRIM
           ELSE
               MOVE "N/A" TO WS-LIGNE-RELEVE(46:3)
           END-IF.
           PERFORM ECRIRE-LIGNE-CORPS.

      *    L'en-tête de page du relevé : identité de l'élève et
      *    classe actuelle au référentiel, date d'édition et numéro
      *    de page (les pages sont numérotées par élève)
       ENTETE-PAGE.
           ADD 1 TO WS-NBR-PAGES.
           ADD 1 TO WS-PAGE-ELEVE.
           MOVE 0 TO WS-LIGNES-PAGE.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           MOVE "RELEVE DE NOTES" TO WS-LIGNE-RELEVE(1:15).
           MOVE "EDITE LE " TO WS-LIGNE-RELEVE(40:9).
           MOVE WS-DATE-JOUR TO WS-LIGNE-RELEVE(49:8).
           MOVE "PAGE " TO WS-LIGNE-RELEVE(70:5).
           MOVE WS-PAGE-ELEVE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-RELEVE(75:3).
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           MOVE "ELEVE " TO WS-LIGNE-RELEVE(1:6).
           MOVE MASTER-ID TO WS-LIGNE-RELEVE(7:6).
           MOVE MASTER-NOM TO WS-LIGNE-RELEVE(14:7).
           MOVE MASTER-PRENOM TO WS-LIGNE-RELEVE(22:6).
           MOVE "CLASSE " TO WS-LIGNE-RELEVE(30:7).
           MOVE MASTER-CLASSE TO WS-LIGNE-RELEVE(37:5).
           MOVE "NIVEAU " TO WS-LIGNE-RELEVE(44:7).
           MOVE MASTER-NIVEAU TO WS-LIGNE-RELEVE(51:3).
           IF MASTER-STATUT = "P"
               MOVE "PARTI LE " TO WS-LIGNE-RELEVE(56:9)
               MOVE MASTER-DATE-DEPART TO WS-LIGNE-RELEVE(65:8)
           END-IF.
           PERFORM ECRIRE-LIGNE-RELEVE.
           MOVE ALL "-" TO WS-LIGNE-RELEVE.
           PERFORM ECRIRE-LIGNE-RELEVE.

      *    Écrit une ligne du corps du relevé, en ouvrant une
      *    nouvelle page de l'élève quand la page est pleine
       ECRIRE-LIGNE-CORPS.
           IF WS-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
               MOVE WS-LIGNE-RELEVE TO WS-LIGNE-ATTENTE
               PERFORM ENTETE-PAGE
               MOVE WS-LIGNE-ATTENTE TO WS-LIGNE-RELEVE
           END-IF.
           PERFORM ECRIRE-LIGNE-RELEVE.

      *    Écrit la ligne composée et tient le compteur de lignes de
      *    la page
       ECRIRE-LIGNE-RELEVE.
           MOVE WS-LIGNE-RELEVE TO RELEVE-LIGNE.
           WRITE RELEVE-LIGNE.
           IF WS-RELEVE-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "ECRITURE RELEVE REFUSEE (STATUS "
                   WS-RELEVE-STATUS "), RELEVE INCOMPLET"
           END-IF.
           ADD 1 TO WS-LIGNES-PAGE.
