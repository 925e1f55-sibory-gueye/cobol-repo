       IDENTIFICATION DIVISION.
       PROGRAM-ID. referentiel.

      *    Maintenance du référentiel permanent des élèves
      *    (eleves_master.dat) pour le secrétariat. Jusqu'ici seules
      *    l'inscription contrôlée de gestion2, celle d'integration et
      *    le basculement de fin d'année écrivaient dans le
      *    référentiel : une faute de frappe à l'inscription faisait
      *    rejeter toutes les lignes "01" suivantes (IDENTITE DIFFERE
      *    DU REFERENTIEL) sans moyen de la corriger. Le programme
      *    retrouve un élève par son identifiant ou par son nom,
      *    corrige son identité, change sa classe et son niveau
      *    d'inscription, enregistre son départ de l'établissement
      *    (date et motif) ou l'annule. Il tient aussi les
      *    inscriptions des élèves aux matières optionnelles du
      *    catalogue (options_eleves.dat) et les mesures de suivi
      *    (soutien, PPRE, tutorat) décidées pour les élèves à risque
      *    (suivi_soutien.dat), que gestion2 relit pour dire si
      *    l'élève a progressé depuis. Chaque modification est
      *    consignée, datée, avec l'avant et l'après, dans
      *    historique_referentiel.dat, qui n'est jamais vidé

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Le même référentiel permanent que gestion2 ; accès
      *    dynamique pour pouvoir le parcourir en entier lors d'une
      *    recherche par nom
           SELECT ELEVES-MASTER ASSIGN TO "eleves_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *    L'historique des modifications du référentiel, complété à
      *    chaque modification et jamais vidé
           SELECT HISTORIQUE ASSIGN TO "historique_referentiel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIQUE-STATUS.

      *    Le catalogue des matières de gestion2, pour n'inscrire un
      *    élève qu'à une option enseignée à son niveau
           SELECT CATALOGUE ASSIGN TO "matieres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

      *    Les inscriptions aux options lues par gestion2 : chargées
      *    en mémoire au lancement, complétées en fin de fichier à
      *    chaque inscription et réécrites en entier à chaque retrait
           SELECT INSCRIPTIONS-OPTIONS ASSIGN TO "options_eleves.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPTIONS-STATUS.

      *    Les mesures de suivi lues par gestion2, une par élève sur
      *    son identifiant : créé à la première mesure enregistrée
           SELECT SUIVI-SOUTIEN ASSIGN TO "suivi_soutien.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUI-ID
           FILE STATUS IS WS-SUIVI-STATUS.

      *    Le verrou du batch, posé par gestion2 pendant son
      *    exécution : gestion2 écrit lui aussi dans le référentiel
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

      *    Même dessin que OPTION-LIGNE de gestion2
       FD  INSCRIPTIONS-OPTIONS.
       01  OPTION-LIGNE.
           05 OPT-ID PIC X(6).
           05 OPT-SEP1 PIC X.
           05 OPT-MATIERE PIC X(21).

      *    Même dessin que SUIVI-ENREG de gestion2
       FD  SUIVI-SOUTIEN.
       01  SUIVI-ENREG.
           05 SUI-ID PIC X(6).
           05 SUI-MESURE PIC X(7).
           05 SUI-ANNEE PIC X(4).
           05 SUI-TRIM PIC 9.
           05 SUI-DATE-DECISION PIC X(8).

      *    Une modification du référentiel : horodatage, élève, code
      *    de l'action ("I" identité, "C" classe et niveau, "D"
      *    départ, "R" réintégration, "O" inscription à une option,
      *    "S" retrait d'une option, "M" mesure de suivi enregistrée,
      *    "F" mesure de suivi close) et les valeurs avant et après
       FD  HISTORIQUE.
       01  HISTORIQUE-LIGNE.
           05 HIS-DATE PIC X(8).
           05 HIS-SEP1 PIC X.
           05 HIS-HEURE PIC X(8).
           05 HIS-SEP2 PIC X.
           05 HIS-ID PIC X(6).
           05 HIS-SEP3 PIC X.
           05 HIS-ACTION PIC X.
           05 HIS-SEP4 PIC X.
           05 HIS-AVANT PIC X(30).
           05 HIS-SEP5 PIC X.
           05 HIS-APRES PIC X(30).

      *    Même dessin que dans gestion2 ; un fichier vide ou absent
      *    vaut verrou relâché
       FD  VERROU-BATCH.
       01  VER-BATCH-LIGNE.
           05 VBA-DATE PIC X(8).
           05 VBA-SEP1 PIC X.
           05 VBA-HEURE PIC X(8).

       WORKING-STORAGE SECTION.

       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-HISTORIQUE-STATUS PIC XX VALUE SPACES.
       77  WS-VER-BATCH-STATUS PIC XX VALUE SPACES.
       77  WS-CODE-RETOUR PIC 99 VALUE 0.
       77  WS-FIN-MENU PIC X VALUE "N".
       77  WS-FIN-FICHIER PIC X VALUE "N".
       77  WS-CHOIX PIC X VALUE SPACE.
       77  WS-REPONSE PIC X VALUE SPACE.
       77  WS-ABANDON-LANCEMENT PIC X VALUE "N".
       77  WS-SAISIE-VALIDE PIC X VALUE "N".
       77  WS-DATE-JOUR PIC X(8) VALUE SPACES.
       77  WS-HEURE-JOUR PIC X(8) VALUE SPACES.

      *    Élève en cours : "O" quand MASTER-ELEVE contient
      *    l'enregistrement lu pour l'identifiant saisi
       77  WS-ID-CHERCHE PIC X(6) VALUE SPACES.
       77  WS-MASTER-TROUVE PIC X VALUE "N".

      *    Recherche par nom : nom (éventuellement tronqué) et prénom
      *    facultatif, longueur utile du nom saisi, élèves trouvés
       77  WS-NOM-CHERCHE PIC X(7) VALUE SPACES.
       77  WS-PRENOM-CHERCHE PIC X(6) VALUE SPACES.
       77  WS-LG-NOM PIC 9 VALUE 0.
       77  WS-NBR-TROUVES PIC 9(04) VALUE 0.

      *    Zones de saisie des nouvelles valeurs, aux largeurs exactes
      *    des champs du référentiel
       77  WS-NOUV-NOM PIC X(7) VALUE SPACES.
       77  WS-NOUV-PRENOM PIC X(6) VALUE SPACES.
       77  WS-NOUV-AGE PIC X(2) VALUE SPACES.
       77  WS-NOUV-CLASSE PIC X(5) VALUE SPACES.
       77  WS-NOUV-NIVEAU PIC X(3) VALUE SPACES.
       77  WS-DATE-DEPART PIC X(8) VALUE SPACES.
       77  WS-MOTIF-DEPART PIC X(20) VALUE SPACES.

      *    Modification en cours de consignation : code de l'action et
      *    valeurs avant/après composées par chaque traitement
       77  WS-ACTION-HIS PIC X VALUE SPACE.
       77  WS-AVANT-HIS PIC X(30) VALUE SPACES.
       77  WS-APRES-HIS PIC X(30) VALUE SPACES.
       77  WS-NBR-MODIFICATIONS PIC 9(04) VALUE 0.

      *    Libellé de la situation de l'élève pour l'affichage
       77  WS-LIB-STATUT PIC X(24) VALUE SPACES.

      *    Les options du catalogue (nom et niveau) : WS-NBR-OPT-CAT
      *    à zéro avec un catalogue absent, l'inscription n'est alors
      *    pas contrôlée
       01  WS-OPTIONS-CATALOGUE.
           05 WS-NBR-OPT-CAT PIC 9(03) VALUE 0.
           05 WS-OPT-CAT OCCURS 150 TIMES.
               10 WS-NOM-OPT-CAT PIC X(21).
               10 WS-NIVEAU-OPT-CAT PIC X(3).
       77  WS-CATALOGUE-STATUS PIC XX VALUE SPACES.
       77  WS-CATALOGUE-CHARGE PIC X VALUE "N".
       77  WS-MAX-OPT-CAT PIC 9(03) VALUE 150.
       77  WS-IDX-CAT PIC 9(03) VALUE 0.

      *    Les inscriptions aux options en mémoire, même capacité que
      *    dans gestion2
       01  WS-INSCRIPTIONS.
           05 WS-NBR-INSCR PIC 9(04) VALUE 0.
           05 WS-INSCR OCCURS 2000 TIMES.
               10 WS-INSCR-ID PIC X(6).
               10 WS-INSCR-MATIERE PIC X(21).
       77  WS-OPTIONS-STATUS PIC XX VALUE SPACES.
       77  WS-MAX-INSCR PIC 9(04) VALUE 2000.
       77  WS-IDX-INSCR PIC 9(04) VALUE 0.
       77  WS-IDX-INSCR-TROUVE PIC 9(04) VALUE 0.
      *    "O" quand options_eleves.dat dépasse la capacité de la
      *    table : la réécriture complète d'un retrait perdrait les
      *    inscriptions non chargées, le retrait est donc refusé
       77  WS-INSCR-TRONQUEES PIC X VALUE "N".
       77  WS-NOM-OPTION PIC X(21) VALUE SPACES.
       77  WS-OPTION-VALIDE PIC X VALUE "N".

      *    Les mesures de suivi : fichier utilisable, mesure en place
      *    pour l'élève lu, nouvelle mesure saisie
       77  WS-SUIVI-STATUS PIC XX VALUE SPACES.
       77  WS-SUIVI-DISPONIBLE PIC X VALUE "N".
       77  WS-MESURE-EXISTE PIC X VALUE "N".
       77  WS-NOUV-MESURE PIC X(7) VALUE SPACES.
       77  WS-ANNEE-MESURE PIC X(4) VALUE SPACES.
       77  WS-TRIM-MESURE PIC X VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU-BATCH.
           IF WS-ABANDON-LANCEMENT = "O"
               DISPLAY "LANCEMENT ABANDONNE"
           ELSE
               OPEN I-O ELEVES-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "REFERENTIEL ELEVES INDISPONIBLE (STATUS "
                       WS-MASTER-STATUS ")"
               ELSE
                   PERFORM CHARGER-OPTIONS-CATALOGUE
                   PERFORM CHARGER-INSCRIPTIONS
                   PERFORM OUVRIR-SUIVI
                   PERFORM UNTIL WS-FIN-MENU = "O"
                       PERFORM AFFICHER-MENU
                       ACCEPT WS-CHOIX
                       EVALUATE WS-CHOIX
                           WHEN "1"
                               PERFORM RECHERCHER-PAR-ID
                           WHEN "2"
                               PERFORM RECHERCHER-PAR-NOM
                           WHEN "3"
                               PERFORM CORRIGER-IDENTITE
                           WHEN "4"
                               PERFORM CHANGER-CLASSE
                           WHEN "5"
                               PERFORM ENREGISTRER-DEPART
                           WHEN "6"
                               PERFORM ANNULER-DEPART
                           WHEN "7"
                               PERFORM INSCRIRE-OPTION
                           WHEN "8"
                               PERFORM RETIRER-OPTION
                           WHEN "S"
                               PERFORM ENREGISTRER-MESURE
                           WHEN "F"
                               PERFORM CLORE-MESURE
                           WHEN "9"
                               MOVE "O" TO WS-FIN-MENU
                           WHEN OTHER
                               DISPLAY "CHOIX INCONNU"
                       END-EVALUATE
                   END-PERFORM
                   IF WS-SUIVI-DISPONIBLE = "O"
                       CLOSE SUIVI-SOUTIEN
                   END-IF
                   CLOSE ELEVES-MASTER
                   DISPLAY WS-NBR-MODIFICATIONS
                       " MODIFICATION(S) DU REFERENTIEL"
               END-IF
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

       AFFICHER-MENU.
           DISPLAY " ".
           DISPLAY "===== REFERENTIEL eleves_master.dat =====".
           DISPLAY "  1 - RECHERCHER UN ELEVE PAR IDENTIFIANT".
           DISPLAY "  2 - RECHERCHER UN ELEVE PAR NOM".
           DISPLAY "  3 - CORRIGER L IDENTITE D UN ELEVE".
           DISPLAY "  4 - CHANGER LA CLASSE OU LE NIVEAU".
           DISPLAY "  5 - ENREGISTRER UN DEPART".
           DISPLAY "  6 - ANNULER UN DEPART (REINTEGRATION)".
           DISPLAY "  7 - INSCRIRE UN ELEVE A UNE OPTION".
           DISPLAY "  8 - RETIRER UN ELEVE D UNE OPTION".
           DISPLAY "  S - ENREGISTRER UNE MESURE DE SUIVI".
           DISPLAY "  F - CLORE UNE MESURE DE SUIVI".
           DISPLAY "  9 - QUITTER".
           DISPLAY "VOTRE CHOIX : ".

      *    Un verrou de batch non vide signale une exécution de
      *    gestion2 en vol, qui lit et réécrit le référentiel :
      *    l'opérateur décide, comme au lancement de saisie
       CONTROLER-VERROU-BATCH.
           OPEN INPUT VERROU-BATCH.
           IF WS-VER-BATCH-STATUS = "00"
               READ VERROU-BATCH
                   NOT AT END
                       DISPLAY "ATTENTION : BATCH gestion2 EN VOL "
                           "DEPUIS LE " VBA-DATE " A " VBA-HEURE
                       DISPLAY "POURSUIVRE QUAND MEME (O/N) : "
                       ACCEPT WS-REPONSE
                       IF WS-REPONSE NOT = "O"
                           MOVE "O" TO WS-ABANDON-LANCEMENT
                       END-IF
               END-READ
               CLOSE VERROU-BATCH
           END-IF.

      *    Demande un identifiant et lit l'élève correspondant dans
      *    le référentiel ; WS-MASTER-TROUVE dit si MASTER-ELEVE est
      *    exploitable
       LIRE-ELEVE.
           MOVE "N" TO WS-MASTER-TROUVE.
           DISPLAY "ID ELEVE (6 CARACTERES, EX E00001) : ".
           ACCEPT WS-ID-CHERCHE.
           IF WS-ID-CHERCHE = SPACES
               DISPLAY "ID ELEVE OBLIGATOIRE"
           ELSE
               MOVE WS-ID-CHERCHE TO MASTER-ID
               READ ELEVES-MASTER
                   INVALID KEY
                       DISPLAY "ELEVE " WS-ID-CHERCHE
                           " ABSENT DU REFERENTIEL"
                   NOT INVALID KEY
                       MOVE "O" TO WS-MASTER-TROUVE
               END-READ
           END-IF.

      *    Affiche la fiche de l'élève lu dans MASTER-ELEVE
       AFFICHER-ELEVE.
           IF MASTER-STATUT = "P"
               MOVE SPACES TO WS-LIB-STATUT
               STRING "PARTI LE " MASTER-DATE-DEPART
                   DELIMITED BY SIZE INTO WS-LIB-STATUT
           ELSE
               MOVE "PRESENT" TO WS-LIB-STATUT
           END-IF.
           DISPLAY MASTER-ID SPACE MASTER-NOM SPACE MASTER-PRENOM
               SPACE MASTER-AGE " ANS - CLASSE " MASTER-CLASSE
               " NIVEAU " MASTER-NIVEAU " - " WS-LIB-STATUT.
           IF MASTER-STATUT = "P"
               DISPLAY "    MOTIF DU DEPART : " MASTER-MOTIF-DEPART
           END-IF.
           PERFORM VARYING WS-IDX-INSCR FROM 1 BY 1
           UNTIL WS-IDX-INSCR > WS-NBR-INSCR
               IF WS-INSCR-ID(WS-IDX-INSCR) = MASTER-ID
                   DISPLAY "    OPTION : "
                       WS-INSCR-MATIERE(WS-IDX-INSCR)
               END-IF
           END-PERFORM.
           PERFORM LIRE-MESURE.
           IF WS-MESURE-EXISTE = "O"
               DISPLAY "    MESURE DE SUIVI : " SUI-MESURE
                   " DEPUIS " SUI-ANNEE " T" SUI-TRIM
                   " (DECIDEE LE " SUI-DATE-DECISION ")"
           END-IF.

       RECHERCHER-PAR-ID.
           PERFORM LIRE-ELEVE.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
           END-IF.

      *    Parcourt tout le référentiel et affiche les élèves dont le
      *    nom commence par le nom saisi (un nom mal orthographié à
      *    l'inscription se retrouve par ses premières lettres), et
      *    dont le prénom est celui saisi quand il est renseigné
       RECHERCHER-PAR-NOM.
           DISPLAY "NOM OU DEBUT DU NOM (7 CARACTERES MAXIMUM) : ".
           ACCEPT WS-NOM-CHERCHE.
           DISPLAY "PRENOM (BLANC POUR TOUS) : ".
           ACCEPT WS-PRENOM-CHERCHE.
           MOVE 7 TO WS-LG-NOM.
           PERFORM UNTIL WS-LG-NOM = 0
           OR WS-NOM-CHERCHE(WS-LG-NOM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LG-NOM
           END-PERFORM.
           IF WS-LG-NOM = 0
               DISPLAY "NOM OBLIGATOIRE"
           ELSE
               MOVE 0 TO WS-NBR-TROUVES
               MOVE "N" TO WS-FIN-FICHIER
               MOVE LOW-VALUES TO MASTER-ID
               START ELEVES-MASTER KEY IS NOT LESS THAN MASTER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-FIN-FICHIER
               END-START
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ ELEVES-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF MASTER-NOM(1:WS-LG-NOM)
                       = WS-NOM-CHERCHE(1:WS-LG-NOM)
                   AND (WS-PRENOM-CHERCHE = SPACES
                       OR MASTER-PRENOM = WS-PRENOM-CHERCHE)
                       ADD 1 TO WS-NBR-TROUVES
                       PERFORM AFFICHER-ELEVE
                   END-IF
               END-READ
               END-PERFORM
               DISPLAY WS-NBR-TROUVES " ELEVE(S) TROUVE(S)"
           END-IF.

      *    Correction du nom, du prénom et de l'âge : un champ laissé
      *    à blanc garde sa valeur. C'est l'identité du référentiel
      *    que gestion2 confronte aux lignes "01"
       CORRIGER-IDENTITE.
           PERFORM LIRE-ELEVE.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               DISPLAY "NOUVEAU NOM (BLANC POUR GARDER "
                   MASTER-NOM ") : "
               ACCEPT WS-NOUV-NOM
               IF WS-NOUV-NOM = SPACES
                   MOVE MASTER-NOM TO WS-NOUV-NOM
               END-IF
               DISPLAY "NOUVEAU PRENOM (BLANC POUR GARDER "
                   MASTER-PRENOM ") : "
               ACCEPT WS-NOUV-PRENOM
               IF WS-NOUV-PRENOM = SPACES
                   MOVE MASTER-PRENOM TO WS-NOUV-PRENOM
               END-IF
               MOVE "N" TO WS-SAISIE-VALIDE
               PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                   DISPLAY "NOUVEL AGE (BLANC POUR GARDER "
                       MASTER-AGE ") : "
                   ACCEPT WS-NOUV-AGE
                   IF WS-NOUV-AGE = SPACES
                       MOVE MASTER-AGE TO WS-NOUV-AGE
                   END-IF
                   IF WS-NOUV-AGE IS NUMERIC
                       MOVE "O" TO WS-SAISIE-VALIDE
                   ELSE
                       DISPLAY "AGE NON NUMERIQUE"
                   END-IF
               END-PERFORM
               IF WS-NOUV-NOM = MASTER-NOM
               AND WS-NOUV-PRENOM = MASTER-PRENOM
               AND WS-NOUV-AGE = MASTER-AGE
                   DISPLAY "AUCUN CHANGEMENT"
               ELSE
                   MOVE "I" TO WS-ACTION-HIS
                   MOVE SPACES TO WS-AVANT-HIS
                   MOVE SPACES TO WS-APRES-HIS
                   STRING MASTER-NOM " " MASTER-PRENOM " "
                       MASTER-AGE DELIMITED BY SIZE
                       INTO WS-AVANT-HIS
                   STRING WS-NOUV-NOM " " WS-NOUV-PRENOM " "
                       WS-NOUV-AGE DELIMITED BY SIZE
                       INTO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       MOVE WS-NOUV-NOM TO MASTER-NOM
                       MOVE WS-NOUV-PRENOM TO MASTER-PRENOM
                       MOVE WS-NOUV-AGE TO MASTER-AGE
                       PERFORM ENREGISTRER-MODIFICATION
                   END-IF
               END-IF
           END-IF.

      *    Changement de classe et de niveau d'inscription en cours
      *    d'année ; un champ laissé à blanc garde sa valeur. gestion2
      *    aligne la classe du référentiel sur la ligne "04" sous
      *    laquelle l'élève figure dans input.dat : l'opérateur est
      *    prévenu qu'il faut y déplacer le bloc de l'élève
       CHANGER-CLASSE.
           PERFORM LIRE-ELEVE.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               DISPLAY "NOUVELLE CLASSE (5 CARACTERES, BLANC POUR "
                   "GARDER " MASTER-CLASSE ") : "
               ACCEPT WS-NOUV-CLASSE
               IF WS-NOUV-CLASSE = SPACES
                   MOVE MASTER-CLASSE TO WS-NOUV-CLASSE
               END-IF
               DISPLAY "NOUVEAU NIVEAU (3 CARACTERES, BLANC POUR "
                   "GARDER " MASTER-NIVEAU ") : "
               ACCEPT WS-NOUV-NIVEAU
               IF WS-NOUV-NIVEAU = SPACES
                   MOVE MASTER-NIVEAU TO WS-NOUV-NIVEAU
               END-IF
               IF WS-NOUV-CLASSE = MASTER-CLASSE
               AND WS-NOUV-NIVEAU = MASTER-NIVEAU
                   DISPLAY "AUCUN CHANGEMENT"
               ELSE
                   MOVE "C" TO WS-ACTION-HIS
                   MOVE SPACES TO WS-AVANT-HIS
                   MOVE SPACES TO WS-APRES-HIS
                   STRING MASTER-CLASSE " " MASTER-NIVEAU
                       DELIMITED BY SIZE INTO WS-AVANT-HIS
                   STRING WS-NOUV-CLASSE " " WS-NOUV-NIVEAU
                       DELIMITED BY SIZE INTO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       MOVE WS-NOUV-CLASSE TO MASTER-CLASSE
                       MOVE WS-NOUV-NIVEAU TO MASTER-NIVEAU
                       PERFORM ENREGISTRER-MODIFICATION
                       IF WS-HISTORIQUE-STATUS = "00"
                       AND WS-MASTER-STATUS = "00"
                           DISPLAY "ATTENTION : DEPLACER LE BLOC DE "
                               "L ELEVE (LIGNE 01 ET SUIVANTES) SOUS "
                               "LA LIGNE 04 DE LA CLASSE "
                               WS-NOUV-CLASSE " DANS input.dat"
                           DISPLAY "SINON LA PROCHAINE EXECUTION DE "
                               "gestion2 RETABLIRA L ANCIENNE CLASSE"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Départ de l'établissement : date AAAAMMJJ et motif
      *    obligatoires. L'élève reste au référentiel (son archive le
      *    référence toujours) mais gestion2 rejette désormais ses
      *    lignes "01", "02" et "03"
       ENREGISTRER-DEPART.
           PERFORM LIRE-ELEVE.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               IF MASTER-STATUT = "P"
                   DISPLAY "DEPART DEJA ENREGISTRE"
               ELSE
                   MOVE "N" TO WS-SAISIE-VALIDE
                   PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                       DISPLAY "DATE DU DEPART (AAAAMMJJ) : "
                       ACCEPT WS-DATE-DEPART
                       IF WS-DATE-DEPART IS NUMERIC
                           MOVE "O" TO WS-SAISIE-VALIDE
                       ELSE
                           DISPLAY "DATE NON NUMERIQUE"
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-SAISIE-VALIDE
                   PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                       DISPLAY "MOTIF DU DEPART (20 CARACTERES "
                           "MAXIMUM) : "
                       ACCEPT WS-MOTIF-DEPART
                       IF WS-MOTIF-DEPART = SPACES
                           DISPLAY "MOTIF OBLIGATOIRE"
                       ELSE
                           MOVE "O" TO WS-SAISIE-VALIDE
                       END-IF
                   END-PERFORM
                   MOVE "D" TO WS-ACTION-HIS
                   MOVE "PRESENT" TO WS-AVANT-HIS
                   MOVE SPACES TO WS-APRES-HIS
                   STRING WS-DATE-DEPART " " WS-MOTIF-DEPART
                       DELIMITED BY SIZE INTO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       MOVE "P" TO MASTER-STATUT
                       MOVE WS-DATE-DEPART TO MASTER-DATE-DEPART
                       MOVE WS-MOTIF-DEPART TO MASTER-MOTIF-DEPART
                       PERFORM ENREGISTRER-MODIFICATION
                   END-IF
               END-IF
           END-IF.

      *    Réintégration d'un élève marqué parti (départ saisi par
      *    erreur ou retour dans l'établissement)
       ANNULER-DEPART.
           PERFORM LIRE-ELEVE.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               IF MASTER-STATUT NOT = "P"
                   DISPLAY "AUCUN DEPART ENREGISTRE POUR CET ELEVE"
               ELSE
                   MOVE "R" TO WS-ACTION-HIS
                   MOVE SPACES TO WS-AVANT-HIS
                   STRING MASTER-DATE-DEPART " " MASTER-MOTIF-DEPART
                       DELIMITED BY SIZE INTO WS-AVANT-HIS
                   MOVE "PRESENT" TO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       MOVE "A" TO MASTER-STATUT
                       MOVE SPACES TO MASTER-DATE-DEPART
                       MOVE SPACES TO MASTER-MOTIF-DEPART
                       PERFORM ENREGISTRER-MODIFICATION
                   END-IF
               END-IF
           END-IF.

       DEMANDER-CONFIRMATION.
           DISPLAY "AVANT : " WS-AVANT-HIS.
           DISPLAY "APRES : " WS-APRES-HIS.
           DISPLAY "CONFIRMER LA MODIFICATION (O/N) : ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "MODIFICATION ABANDONNEE"
           END-IF.

      *    Réécrit l'élève modifié et consigne la modification.
      *    L'historique est ouvert d'abord : une modification qui ne
      *    pourrait pas être consignée n'est pas appliquée
       ENREGISTRER-MODIFICATION.
           PERFORM OUVRIR-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               REWRITE MASTER-ELEVE
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "REECRITURE REFUSEE (STATUS "
                       WS-MASTER-STATUS ") POUR " MASTER-ID
               ELSE
                   PERFORM ECRIRE-HISTORIQUE
                   DISPLAY "REFERENTIEL MIS A JOUR : " MASTER-ID
               END-IF
               CLOSE HISTORIQUE
           END-IF.

      *    OPEN EXTEND avec repli OPEN OUTPUT réservé au fichier
      *    absent (status 35), comme REJETS dans gestion2
       OUVRIR-HISTORIQUE.
           OPEN EXTEND HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "35"
               OPEN OUTPUT HISTORIQUE
           END-IF.
           IF WS-HISTORIQUE-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "HISTORIQUE INDISPONIBLE (STATUS "
                   WS-HISTORIQUE-STATUS "), MODIFICATION NON "
                   "CONSIGNEE"
           END-IF.

      *    Une ligne d'historique pour la modification en cours
      *    (WS-ACTION-HIS, WS-AVANT-HIS, WS-APRES-HIS) sur MASTER-ID
       ECRIRE-HISTORIQUE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-DATE-JOUR TO HIS-DATE.
           MOVE WS-HEURE-JOUR TO HIS-HEURE.
           MOVE MASTER-ID TO HIS-ID.
           MOVE WS-ACTION-HIS TO HIS-ACTION.
           MOVE WS-AVANT-HIS TO HIS-AVANT.
           MOVE WS-APRES-HIS TO HIS-APRES.
           MOVE SPACE TO HIS-SEP1.
           MOVE SPACE TO HIS-SEP2.
           MOVE SPACE TO HIS-SEP3.
           MOVE SPACE TO HIS-SEP4.
           MOVE SPACE TO HIS-SEP5.
           WRITE HISTORIQUE-LIGNE.
           IF WS-HISTORIQUE-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "ECRITURE HISTORIQUE REFUSEE (STATUS "
                   WS-HISTORIQUE-STATUS ") POUR " MASTER-ID
           END-IF.
           ADD 1 TO WS-NBR-MODIFICATIONS.

      *    Charge les options du catalogue (lignes de type "O") ; un
      *    catalogue absent désactive le contrôle de l'inscription,
      *    comme dans gestion2
       CHARGER-OPTIONS-CATALOGUE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT CATALOGUE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "CATALOGUE matieres.dat ABSENT, OPTIONS NON "
                   "CONTROLEES"
           ELSE
               MOVE "O" TO WS-CATALOGUE-CHARGE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ CATALOGUE
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF CAT-TYPE = "O"
                   AND CAT-NOM NOT = SPACES
                       IF WS-NBR-OPT-CAT >= WS-MAX-OPT-CAT
                           DISPLAY "ATTENTION : PLUS DE "
                               WS-MAX-OPT-CAT
                               " OPTIONS AU CATALOGUE, LIGNE IGNOREE"
                       ELSE
                           ADD 1 TO WS-NBR-OPT-CAT
                           MOVE CAT-NOM
                               TO WS-NOM-OPT-CAT(WS-NBR-OPT-CAT)
                           MOVE CAT-NIVEAU
                               TO WS-NIVEAU-OPT-CAT(WS-NBR-OPT-CAT)
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE CATALOGUE
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Charge les inscriptions aux options ; un fichier absent
      *    démarre sans inscription
       CHARGER-INSCRIPTIONS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT INSCRIPTIONS-OPTIONS.
           IF WS-OPTIONS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ INSCRIPTIONS-OPTIONS
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF WS-NBR-INSCR >= WS-MAX-INSCR
                       DISPLAY "ATTENTION : PLUS DE " WS-MAX-INSCR
                           " INSCRIPTIONS AUX OPTIONS, FIN DE "
                           "FICHIER IGNOREE"
                       MOVE "O" TO WS-INSCR-TRONQUEES
                       MOVE "Y" TO WS-FIN-FICHIER
                   ELSE
                       ADD 1 TO WS-NBR-INSCR
                       MOVE OPT-ID TO WS-INSCR-ID(WS-NBR-INSCR)
                       MOVE OPT-MATIERE
                           TO WS-INSCR-MATIERE(WS-NBR-INSCR)
                   END-IF
               END-READ
               END-PERFORM
               CLOSE INSCRIPTIONS-OPTIONS
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Retrouve l'inscription de l'élève MASTER-ID à l'option
      *    WS-NOM-OPTION (rang dans WS-IDX-INSCR-TROUVE, 0 si absente)
       CHERCHER-INSCRIPTION.
           MOVE 0 TO WS-IDX-INSCR-TROUVE.
           PERFORM VARYING WS-IDX-INSCR FROM 1 BY 1
           UNTIL WS-IDX-INSCR > WS-NBR-INSCR
               IF WS-INSCR-ID(WS-IDX-INSCR) = MASTER-ID
               AND WS-INSCR-MATIERE(WS-IDX-INSCR) = WS-NOM-OPTION
                   MOVE WS-IDX-INSCR TO WS-IDX-INSCR-TROUVE
               END-IF
           END-PERFORM.

      *    Inscription d'un élève présent à une option enseignée à
      *    son niveau d'inscription (ou à tous les niveaux). La ligne
      *    est ajoutée en fin de options_eleves.dat, puis consignée
       INSCRIRE-OPTION.
           PERFORM LIRE-ELEVE.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               IF MASTER-STATUT = "P"
                   DISPLAY "ELEVE PARTI : INSCRIPTION IMPOSSIBLE"
               ELSE
                   DISPLAY "OPTION (NOM AU CATALOGUE, 21 CARACTERES "
                       "MAXIMUM) : "
                   ACCEPT WS-NOM-OPTION
                   MOVE "O" TO WS-OPTION-VALIDE
                   IF WS-NOM-OPTION = SPACES
                       MOVE "N" TO WS-OPTION-VALIDE
                       DISPLAY "OPTION OBLIGATOIRE"
                   END-IF
                   IF WS-OPTION-VALIDE = "O"
                   AND WS-CATALOGUE-CHARGE = "O"
                       MOVE "N" TO WS-OPTION-VALIDE
                       PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > WS-NBR-OPT-CAT
                           IF WS-NOM-OPT-CAT(WS-IDX-CAT)
                               = WS-NOM-OPTION
                           AND (WS-NIVEAU-OPT-CAT(WS-IDX-CAT)
                               = MASTER-NIVEAU
                               OR WS-NIVEAU-OPT-CAT(WS-IDX-CAT)
                               = SPACES)
                               MOVE "O" TO WS-OPTION-VALIDE
                           END-IF
                       END-PERFORM
                       IF WS-OPTION-VALIDE = "N"
                           DISPLAY "PAS D OPTION " WS-NOM-OPTION
                               " AU CATALOGUE DU NIVEAU "
                               MASTER-NIVEAU
                       END-IF
                   END-IF
                   IF WS-OPTION-VALIDE = "O"
                       PERFORM CHERCHER-INSCRIPTION
                       IF WS-IDX-INSCR-TROUVE > 0
                           MOVE "N" TO WS-OPTION-VALIDE
                           DISPLAY "ELEVE DEJA INSCRIT A CETTE OPTION"
                       END-IF
                   END-IF
                   IF WS-OPTION-VALIDE = "O"
                   AND WS-NBR-INSCR >= WS-MAX-INSCR
                       MOVE "N" TO WS-OPTION-VALIDE
                       DISPLAY "ATTENTION : PLUS DE " WS-MAX-INSCR
                           " INSCRIPTIONS AUX OPTIONS, INSCRIPTION "
                           "IMPOSSIBLE"
                   END-IF
                   IF WS-OPTION-VALIDE = "O"
                       MOVE "O" TO WS-ACTION-HIS
                       MOVE SPACES TO WS-AVANT-HIS
                       MOVE WS-NOM-OPTION TO WS-APRES-HIS
                       PERFORM DEMANDER-CONFIRMATION
                       IF WS-REPONSE = "O"
                           PERFORM AJOUTER-INSCRIPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Ajoute l'inscription en fin de fichier, OPEN EXTEND avec
      *    repli OPEN OUTPUT sur fichier absent, puis la consigne.
      *    L'historique est ouvert d'abord, comme dans
      *    ENREGISTRER-MODIFICATION : une inscription qui ne pourrait
      *    pas être consignée n'est pas enregistrée
       AJOUTER-INSCRIPTION.
           PERFORM OUVRIR-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               OPEN EXTEND INSCRIPTIONS-OPTIONS
               IF WS-OPTIONS-STATUS = "35"
                   OPEN OUTPUT INSCRIPTIONS-OPTIONS
               END-IF
               IF WS-OPTIONS-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "INSCRIPTIONS AUX OPTIONS INDISPONIBLES "
                       "(STATUS " WS-OPTIONS-STATUS "), INSCRIPTION "
                       "NON ENREGISTREE"
               ELSE
                   MOVE MASTER-ID TO OPT-ID
                   MOVE SPACE TO OPT-SEP1
                   MOVE WS-NOM-OPTION TO OPT-MATIERE
                   WRITE OPTION-LIGNE
                   IF WS-OPTIONS-STATUS NOT = "00"
                       MOVE 12 TO WS-CODE-RETOUR
                       DISPLAY "ECRITURE INSCRIPTION REFUSEE (STATUS "
                           WS-OPTIONS-STATUS ")"
                       CLOSE INSCRIPTIONS-OPTIONS
                   ELSE
                       CLOSE INSCRIPTIONS-OPTIONS
                       ADD 1 TO WS-NBR-INSCR
                       MOVE MASTER-ID TO WS-INSCR-ID(WS-NBR-INSCR)
                       MOVE WS-NOM-OPTION
                           TO WS-INSCR-MATIERE(WS-NBR-INSCR)
                       PERFORM ECRIRE-HISTORIQUE
                       DISPLAY "INSCRIPTIONS MISES A JOUR : " MASTER-ID
                   END-IF
               END-IF
               CLOSE HISTORIQUE
           END-IF.

      *    Retrait d'une option : l'inscription est ôtée de la table
      *    et options_eleves.dat réécrit en entier. Refusé quand la
      *    table n'a pas pu charger tout le fichier
       RETIRER-OPTION.
           IF WS-INSCR-TRONQUEES = "O"
               DISPLAY "INSCRIPTIONS TRONQUEES, RETRAIT IMPOSSIBLE"
               MOVE "N" TO WS-MASTER-TROUVE
           ELSE
               PERFORM LIRE-ELEVE
           END-IF.
           IF WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               DISPLAY "OPTION A RETIRER : "
               ACCEPT WS-NOM-OPTION
               PERFORM CHERCHER-INSCRIPTION
               IF WS-IDX-INSCR-TROUVE = 0
                   DISPLAY "ELEVE NON INSCRIT A CETTE OPTION"
               ELSE
                   MOVE "S" TO WS-ACTION-HIS
                   MOVE WS-NOM-OPTION TO WS-AVANT-HIS
                   MOVE SPACES TO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       PERFORM REECRIRE-INSCRIPTIONS
                   END-IF
               END-IF
           END-IF.

      *    Retire l'inscription WS-IDX-INSCR-TROUVE et réécrit
      *    options_eleves.dat. L'historique est ouvert d'abord, puis
      *    le fichier ; l'inscription n'est ôtée de la table qu'une
      *    fois l'OPEN OUTPUT accepté, pour que la table reste
      *    conforme au fichier après un refus
       REECRIRE-INSCRIPTIONS.
           PERFORM OUVRIR-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               OPEN OUTPUT INSCRIPTIONS-OPTIONS
               IF WS-OPTIONS-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "INSCRIPTIONS AUX OPTIONS INDISPONIBLES "
                       "(STATUS " WS-OPTIONS-STATUS "), RETRAIT NON "
                       "ENREGISTRE"
               ELSE
                   PERFORM VARYING WS-IDX-INSCR
                   FROM WS-IDX-INSCR-TROUVE BY 1
                   UNTIL WS-IDX-INSCR >= WS-NBR-INSCR
                       MOVE WS-INSCR(WS-IDX-INSCR + 1)
                           TO WS-INSCR(WS-IDX-INSCR)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NBR-INSCR
                   PERFORM VARYING WS-IDX-INSCR FROM 1 BY 1
                   UNTIL WS-IDX-INSCR > WS-NBR-INSCR
                       MOVE WS-INSCR-ID(WS-IDX-INSCR) TO OPT-ID
                       MOVE SPACE TO OPT-SEP1
                       MOVE WS-INSCR-MATIERE(WS-IDX-INSCR)
                           TO OPT-MATIERE
                       WRITE OPTION-LIGNE
                       IF WS-OPTIONS-STATUS NOT = "00"
                           MOVE 12 TO WS-CODE-RETOUR
                           DISPLAY "ECRITURE INSCRIPTION REFUSEE "
                               "(STATUS " WS-OPTIONS-STATUS ")"
                       END-IF
                   END-PERFORM
                   CLOSE INSCRIPTIONS-OPTIONS
                   PERFORM ECRIRE-HISTORIQUE
                   DISPLAY "INSCRIPTIONS MISES A JOUR : " MASTER-ID
               END-IF
               CLOSE HISTORIQUE
           END-IF.

      *    Ouvre les mesures de suivi en mise à jour ; un fichier
      *    absent (status 35) est créé vide. Indisponible, les options
      *    S et F sont refusées
       OUVRIR-SUIVI.
           OPEN I-O SUIVI-SOUTIEN.
           IF WS-SUIVI-STATUS = "35"
               OPEN OUTPUT SUIVI-SOUTIEN
               IF WS-SUIVI-STATUS = "00"
                   CLOSE SUIVI-SOUTIEN
                   OPEN I-O SUIVI-SOUTIEN
               END-IF
           END-IF.
           IF WS-SUIVI-STATUS = "00"
               MOVE "O" TO WS-SUIVI-DISPONIBLE
           ELSE
               DISPLAY "SUIVI DES MESURES suivi_soutien.dat "
                   "INDISPONIBLE (STATUS " WS-SUIVI-STATUS
                   "), MESURES NON MODIFIABLES"
           END-IF.

      *    Lit la mesure de suivi de l'élève MASTER-ID dans
      *    SUIVI-ENREG ; WS-MESURE-EXISTE à "N" sans mesure
       LIRE-MESURE.
           MOVE "N" TO WS-MESURE-EXISTE.
           IF WS-SUIVI-DISPONIBLE = "O"
               MOVE MASTER-ID TO SUI-ID
               READ SUIVI-SOUTIEN
                   NOT INVALID KEY
                       MOVE "O" TO WS-MESURE-EXISTE
               END-READ
           END-IF.

      *    Mesure de suivi d'un élève présent : mesure, année scolaire
      *    et trimestre de début. Une mesure déjà en place est
      *    remplacée (un élève n'a qu'une mesure à la fois) ; la date
      *    de la décision est celle du jour
       ENREGISTRER-MESURE.
           IF WS-SUIVI-DISPONIBLE NOT = "O"
               DISPLAY "SUIVI DES MESURES INDISPONIBLE"
           ELSE
               PERFORM LIRE-ELEVE
           END-IF.
           IF WS-SUIVI-DISPONIBLE = "O"
           AND WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               IF MASTER-STATUT = "P"
                   DISPLAY "ELEVE PARTI : MESURE IMPOSSIBLE"
               ELSE
                   MOVE "N" TO WS-SAISIE-VALIDE
                   PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                       DISPLAY "MESURE (SOUTIEN, PPRE, TUTORAT) : "
                       ACCEPT WS-NOUV-MESURE
                       IF WS-NOUV-MESURE = "SOUTIEN"
                       OR WS-NOUV-MESURE = "PPRE"
                       OR WS-NOUV-MESURE = "TUTORAT"
                           MOVE "O" TO WS-SAISIE-VALIDE
                       ELSE
                           DISPLAY "MESURE INCONNUE"
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-SAISIE-VALIDE
                   PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                       DISPLAY "ANNEE SCOLAIRE DE DEBUT (AAAA) : "
                       ACCEPT WS-ANNEE-MESURE
                       IF WS-ANNEE-MESURE IS NUMERIC
                           MOVE "O" TO WS-SAISIE-VALIDE
                       ELSE
                           DISPLAY "ANNEE NON NUMERIQUE"
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-SAISIE-VALIDE
                   PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                       DISPLAY "TRIMESTRE DE DEBUT (1 A 3) : "
                       ACCEPT WS-TRIM-MESURE
                       IF WS-TRIM-MESURE = "1" OR "2" OR "3"
                           MOVE "O" TO WS-SAISIE-VALIDE
                       ELSE
                           DISPLAY "TRIMESTRE INVALIDE"
                       END-IF
                   END-PERFORM
                   PERFORM LIRE-MESURE
                   MOVE "M" TO WS-ACTION-HIS
                   MOVE SPACES TO WS-AVANT-HIS
                   IF WS-MESURE-EXISTE = "O"
                       STRING SUI-MESURE " " SUI-ANNEE " T" SUI-TRIM
                           DELIMITED BY SIZE INTO WS-AVANT-HIS
                   END-IF
                   MOVE SPACES TO WS-APRES-HIS
                   STRING WS-NOUV-MESURE " " WS-ANNEE-MESURE " T"
                       WS-TRIM-MESURE DELIMITED BY SIZE
                       INTO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       PERFORM ECRIRE-MESURE
                   END-IF
               END-IF
           END-IF.

      *    Écrit (ou réécrit) la mesure saisie et la consigne ;
      *    l'historique est ouvert d'abord, comme pour le référentiel
       ECRIRE-MESURE.
           PERFORM OUVRIR-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               MOVE MASTER-ID TO SUI-ID
               MOVE WS-NOUV-MESURE TO SUI-MESURE
               MOVE WS-ANNEE-MESURE TO SUI-ANNEE
               MOVE WS-TRIM-MESURE TO SUI-TRIM
               MOVE WS-DATE-JOUR TO SUI-DATE-DECISION
               IF WS-MESURE-EXISTE = "O"
                   REWRITE SUIVI-ENREG
               ELSE
                   WRITE SUIVI-ENREG
               END-IF
               IF WS-SUIVI-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "ECRITURE MESURE REFUSEE (STATUS "
                       WS-SUIVI-STATUS ") POUR " MASTER-ID
               ELSE
                   PERFORM ECRIRE-HISTORIQUE
                   DISPLAY "MESURE DE SUIVI ENREGISTREE : " MASTER-ID
               END-IF
               CLOSE HISTORIQUE
           END-IF.

      *    Fin d'une mesure de suivi : l'élève n'est plus suivi dans
      *    la liste des élèves à risque de gestion2. Un élève parti
      *    peut voir sa mesure close
       CLORE-MESURE.
           IF WS-SUIVI-DISPONIBLE NOT = "O"
               DISPLAY "SUIVI DES MESURES INDISPONIBLE"
           ELSE
               PERFORM LIRE-ELEVE
           END-IF.
           IF WS-SUIVI-DISPONIBLE = "O"
           AND WS-MASTER-TROUVE = "O"
               PERFORM AFFICHER-ELEVE
               IF WS-MESURE-EXISTE NOT = "O"
                   DISPLAY "AUCUNE MESURE DE SUIVI POUR CET ELEVE"
               ELSE
                   MOVE "F" TO WS-ACTION-HIS
                   MOVE SPACES TO WS-AVANT-HIS
                   STRING SUI-MESURE " " SUI-ANNEE " T" SUI-TRIM
                       DELIMITED BY SIZE INTO WS-AVANT-HIS
                   MOVE SPACES TO WS-APRES-HIS
                   PERFORM DEMANDER-CONFIRMATION
                   IF WS-REPONSE = "O"
                       PERFORM OUVRIR-HISTORIQUE
                       IF WS-HISTORIQUE-STATUS = "00"
                           DELETE SUIVI-SOUTIEN
                           IF WS-SUIVI-STATUS NOT = "00"
                               MOVE 12 TO WS-CODE-RETOUR
                               DISPLAY "SUPPRESSION MESURE REFUSEE "
                                   "(STATUS " WS-SUIVI-STATUS
                                   ") POUR " MASTER-ID
                           ELSE
                               PERFORM ECRIRE-HISTORIQUE
                               DISPLAY "MESURE DE SUIVI CLOSE : "
                                   MASTER-ID
                           END-IF
                           CLOSE HISTORIQUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
