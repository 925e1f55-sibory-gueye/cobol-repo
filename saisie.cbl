      *    positions de colonnes — plus personne ne compte les
      *    colonnes dans un éditeur de texte. Le programme sait aussi
      *    rappeler une ligne existante par son numéro et la
      *    ressaisir champ par champ (requête 018). La feuille de
      *    notes saisit d'un trait les notes d'une matière du
      *    catalogue pour tous les élèves d'une classe, dans l'ordre
      *    alphabétique, chaque ligne "02" rangée sous son élève
      *    L'opérateur s'identifie au lancement sur le référentiel
      *    operateurs.dat ; son identifiant accompagne chaque action
      *    du journal de session, et un amendement "05" porte
      *    l'identifiant du membre de la direction qui l'approuve

       ENVIRONMENT DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

      *    L'historique permanent des sessions sauvegardées : le
      *    journal de session y est recopié, horodaté, avant d'être
      *    vidé par la sauvegarde, pour retrouver quel opérateur a
      *    ajouté ou corrigé quelle ligne. OPEN EXTEND, même repli
      *    que l'historique de referentiel
           SELECT HISTORIQUE-SAISIE ASSIGN TO "historique_saisie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIQUE-STATUS.

      *    Le référentiel des opérateurs de gestion2 : connexion de
      *    l'opérateur au lancement et contrôle de l'approbateur
      *    d'un amendement "05"
           SELECT OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATEURS-STATUS.

      *    Le même référentiel permanent que gestion2, parcouru par
      *    la feuille de notes pour les élèves de la classe absents
      *    d'input.dat
           SELECT ELEVES-MASTER ASSIGN TO "eleves_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *    Le catalogue des matières de gestion2 : la matière de la
      *    feuille de notes doit y figurer au niveau de la classe, et
      *    son coefficient en vient
           SELECT CATALOGUE ASSIGN TO "matieres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

      *    Les inscriptions aux options de gestion2 : la feuille de
      *    notes d'une option ne liste que les élèves inscrits
           SELECT INSCRIPTIONS-OPTIONS ASSIGN TO "options_eleves.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPTIONS-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *    Une action du journal de session : "A" ajout en fin de
      *    fichier, "C" correction de la ligne ciblée, "E" en-tête
      *    "00" (remplacement ou insertion en ligne 1 au rejeu), "I"
      *    insertion à la ligne ciblée (feuille de notes), et la
      *    ligne construite telle qu'elle a été rangée (requête 029)
      *    L'identifiant de l'opérateur connecté est ajouté en fin
      *    d'enregistrement ; une ligne plus ancienne le laisse à blanc
       FD  SESSION-JOURNAL.
       01  SESSION-LIGNE.
           05 SES-ACTION PIC X.
           05 SES-CIBLE PIC 9(4).
           05 SES-SEP2 PIC X.
           05 SES-CONTENU PIC X(60).
           05 SES-SEP3 PIC X.
           05 SES-OPERATEUR PIC X(6).

      *    Une ligne de l'historique : date et heure de la
      *    sauvegarde, puis l'action du journal de session telle
      *    quelle
       FD  HISTORIQUE-SAISIE.
       01  HISTORIQUE-LIGNE.
           05 HSA-DATE PIC X(8).
           05 HSA-SEP1 PIC X.
           05 HSA-HEURE PIC X(8).
           05 HSA-SEP2 PIC X.
           05 HSA-SESSION PIC X(74).

      *    Même dessin que OPERATEUR-LIGNE de gestion2
       FD  OPERATEURS.
       01  OPERATEUR-LIGNE.
           05 OPE-ID PIC X(6).
           05 OPE-SEP1 PIC X.
           05 OPE-NOM PIC X(20).
           05 OPE-SEP2 PIC X.
           05 OPE-ROLE PIC X.
           05 OPE-SEP3 PIC X.
           05 OPE-CODE PIC X(6).

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

       WORKING-STORAGE SECTION.

      *    Zones de saisie d'un amendement "05" (requête 015)
       77  WS-ANC-NOTE PIC X(5) VALUE SPACES.
       77  WS-NOUV-NOTE PIC X(5) VALUE SPACES.
      *    Motif ramené à 15 caractères : l'approbateur occupe les
      *    colonnes 55-60 de la ligne "05"
       77  WS-MOTIF-AMD PIC X(15) VALUE SPACES.
       77  WS-APPROBATEUR PIC X(6) VALUE SPACES.
      *    Contrôle structurel avant d'ajouter un "02"/"03" : "O"
      *    quand un élève "01" est en cours en fin de fichier (même
      *    exigence que le rejet SANS ELEVE PRECEDENT de gestion2)
       77  WS-ACTION-SESSION PIC X VALUE SPACE.
       77  WS-CIBLE-SESSION PIC 9(4) VALUE 0.
       77  WS-NBR-ACTIONS-SESSION PIC 9(4) VALUE 0.
       77  WS-HISTORIQUE-STATUS PIC XX VALUE SPACES.

      *    Zones de la connexion : l'opérateur connecté (identifiant,
      *    nom, rôle "S" secrétariat, "V" vie scolaire, "D"
      *    direction), les essais consommés, et l'opérateur trouvé
      *    par CHERCHER-OPERATEUR pour l'identifiant saisi
       77  WS-OPERATEURS-STATUS PIC XX VALUE SPACES.
       77  WS-OPERATEURS-DISPO PIC X VALUE "N".
       77  WS-OPERATEUR PIC X(6) VALUE SPACES.
       77  WS-NOM-OPERATEUR PIC X(20) VALUE SPACES.
       77  WS-ROLE-OPERATEUR PIC X VALUE SPACE.
       77  WS-CONNEXION-OK PIC X VALUE "N".
       77  WS-NBR-ESSAIS PIC 9 VALUE 0.
       77  WS-MAX-ESSAIS PIC 9 VALUE 3.
       77  WS-ID-SAISI PIC X(6) VALUE SPACES.
       77  WS-CODE-SAISI PIC X(6) VALUE SPACES.
       77  WS-OPE-TROUVE PIC X VALUE "N".
       77  WS-NOM-TROUVE PIC X(20) VALUE SPACES.
       77  WS-ROLE-TROUVE PIC X VALUE SPACE.
       77  WS-CODE-TROUVE PIC X(6) VALUE SPACES.

      *    Zones de la feuille de notes : ligne "04" de la classe
      *    choisie, type de la matière au catalogue ("T" tronc
      *    commun, "O" option), coefficient du catalogue vu en
      *    caractères pour être rangé tel quel en colonnes 24-26
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-CATALOGUE-STATUS PIC XX VALUE SPACES.
       77  WS-OPTIONS-STATUS PIC XX VALUE SPACES.
       77  WS-FEUILLE-VALIDE PIC X VALUE "N".
       77  WS-LIGNE-CLASSE PIC 9(04) VALUE 0.
       77  WS-TYPE-MAT PIC X VALUE SPACE.
       01  WS-COEF-CATALOGUE.
           05 WS-COEF-CAT PIC 99V9 VALUE 0.
       01  WS-COEF-CAT-X REDEFINES WS-COEF-CATALOGUE PIC X(3).

      *    Les élèves de la feuille, triés sur nom et prénom : origine
      *    ("F" input.dat, "R" référentiel seul), note déjà présente
      *    pour la matière, et état ("A" à saisir, "P" parti, "X" non
      *    inscrit à l'option, puis "S" note saisie, "G" note déjà
      *    présente gardée, "B" copie manquante)
       01  WS-FEUILLE.
           05 WS-NBR-FEUILLE PIC 9(03) VALUE 0.
           05 WS-FEUILLE-ELEVE OCCURS 200 TIMES.
               10 WS-FEU-CLE.
                   15 WS-FEU-NOM PIC X(7).
                   15 WS-FEU-PRENOM PIC X(6).
               10 WS-FEU-ID PIC X(6).
               10 WS-FEU-AGE PIC X(2).
               10 WS-FEU-ORIGINE PIC X.
               10 WS-FEU-NOTE-PRESENTE PIC X(5).
               10 WS-FEU-ETAT PIC X.
       01  WS-FEU-ECHANGE.
           05 WS-ECH-CLE PIC X(13).
           05 FILLER PIC X(15).
       77  WS-MAX-FEUILLE PIC 9(03) VALUE 200.
       77  WS-IDX-FEU PIC 9(03) VALUE 0.
       77  WS-IDX-FEU2 PIC 9(03) VALUE 0.
       77  WS-IDX-FEU-TROUVE PIC 9(03) VALUE 0.
       77  WS-NBR-SAISIES PIC 9(03) VALUE 0.
       77  WS-NBR-GARDEES PIC 9(03) VALUE 0.
       77  WS-NBR-MANQUANTES PIC 9(03) VALUE 0.
       77  WS-NBR-ECARTES PIC 9(03) VALUE 0.

      *    Position de l'élève en cours dans input.dat : sa ligne
      *    "01" (0 s'il n'en a pas encore), sa dernière ligne, la
      *    ligne "02" de la matière, la dernière ligne de la classe,
      *    et la position d'insertion de la ligne construite
       77  WS-LIGNE-ELEVE PIC 9(04) VALUE 0.
       77  WS-LIGNE-FIN-ELEVE PIC 9(04) VALUE 0.
       77  WS-LIGNE-NOTE PIC 9(04) VALUE 0.
       77  WS-LIGNE-FIN-CLASSE PIC 9(04) VALUE 0.
       77  WS-POS-INSERTION PIC 9(04) VALUE 0.
       77  WS-INSERTION-OK PIC X VALUE "O".
       77  WS-DANS-ELEVE PIC X VALUE "N".
      *    "O" quand l'élève du référentiel a déjà sa ligne "01" dans
      *    input.dat, sous une autre classe que celle de la feuille
       77  WS-ELEVE-AILLEURS PIC X VALUE "N".
       77  WS-LIGNE-DEBUT PIC 9(04) VALUE 0.
       77  WS-LIGNE-NOTE-FEUILLE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      *    Connexion de l'opérateur avant toute autre chose : sans
      *    identification, la session ne s'ouvre pas
           PERFORM CONNECTER-OPERATEUR.
      *    Verrous d'exécution : l'opérateur est prévenu si un batch
      *    est en vol ou si une session précédente n'a pas relâché
      *    son verrou, puis la session pose le sien avant de charger
      *    input.dat (requête 026)
           IF WS-ABANDON-LANCEMENT = "N"
               PERFORM CONTROLER-VERROUS
           END-IF.
           IF WS-ABANDON-LANCEMENT = "O"
               DISPLAY "LANCEMENT ABANDONNE"
               MOVE "O" TO WS-FIN-MENU
                   WHEN "B"
                       MOVE 0 TO WS-LIGNE-CIBLE
                       PERFORM SAISIR-AFFECTATION
                   WHEN "F"
                       MOVE 0 TO WS-LIGNE-CIBLE
                       PERFORM SAISIR-FEUILLE
                   WHEN "6"
                       PERFORM AFFICHER-LIGNE
                   WHEN "7"
                       IF WS-SAUVEGARDE-OK = "O"
      *                    La session est sur disque : le journal de
      *                    session n'a plus rien à rejouer
      *                    (requête 029), il passe à l'historique
      *                    avant d'être vidé
                           PERFORM HISTORISER-SESSION
                           PERFORM SUPPRIMER-SESSION
                           PERFORM LIBERER-VERROU-SAISIE
                           MOVE "O" TO WS-FIN-MENU
       AFFICHER-MENU.
           DISPLAY " ".
           DISPLAY "===== SAISIE input.dat (" WS-NBR-LIGNES
               " LIGNES) - OPERATEUR " WS-OPERATEUR " =====".
           DISPLAY "  1 - AJOUTER UN ELEVE (01)".
           DISPLAY "  2 - AJOUTER UNE NOTE (02)".
           DISPLAY "  3 - AJOUTER UNE ABSENCE (03)".
           DISPLAY "  5 - SAISIR L EN-TETE (00)".
           DISPLAY "  A - AJOUTER UN AMENDEMENT DE NOTE (05)".
           DISPLAY "  B - AJOUTER UNE AFFECTATION PROFESSEUR (06)".
           DISPLAY "  F - FEUILLE DE NOTES (UNE CLASSE, UNE MATIERE)".
           DISPLAY "  6 - AFFICHER UNE LIGNE".
           DISPLAY "  7 - CORRIGER UNE LIGNE".
           DISPLAY "  8 - SAUVEGARDER ET QUITTER".
               DISPLAY WS-NBR-LIGNES " LIGNES CHARGEES"
           END-IF.

      *    Connexion de l'opérateur : identifiant et code personnel
      *    confrontés à operateurs.dat, trois essais au plus. Le
      *    message d'échec ne dit pas lequel des deux est faux. Un
      *    référentiel illisible ou trois échecs abandonnent le
      *    lancement ; une ligne sans code personnel ne permet pas de
      *    se connecter
       CONNECTER-OPERATEUR.
           MOVE "N" TO WS-CONNEXION-OK.
           MOVE 0 TO WS-NBR-ESSAIS.
           PERFORM UNTIL WS-CONNEXION-OK = "O"
           OR WS-NBR-ESSAIS >= WS-MAX-ESSAIS
           OR WS-ABANDON-LANCEMENT = "O"
               ADD 1 TO WS-NBR-ESSAIS
               DISPLAY "IDENTIFIANT OPERATEUR : "
               ACCEPT WS-ID-SAISI
               DISPLAY "CODE PERSONNEL : "
               ACCEPT WS-CODE-SAISI
               PERFORM CHERCHER-OPERATEUR
               IF WS-OPERATEURS-DISPO = "N"
                   DISPLAY "REFERENTIEL operateurs.dat INDISPONIBLE "
                       "(STATUS " WS-OPERATEURS-STATUS
                       "), CONNEXION IMPOSSIBLE"
                   MOVE "O" TO WS-ABANDON-LANCEMENT
               ELSE
                   IF WS-OPE-TROUVE = "O"
                   AND WS-CODE-TROUVE NOT = SPACES
                   AND WS-CODE-SAISI = WS-CODE-TROUVE
                       MOVE "O" TO WS-CONNEXION-OK
                       MOVE WS-ID-SAISI TO WS-OPERATEUR
                       MOVE WS-NOM-TROUVE TO WS-NOM-OPERATEUR
                       MOVE WS-ROLE-TROUVE TO WS-ROLE-OPERATEUR
                       DISPLAY "OPERATEUR " WS-OPERATEUR " "
                           WS-NOM-OPERATEUR " CONNECTE"
                   ELSE
                       DISPLAY "IDENTIFIANT OU CODE INCORRECT"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CODE-SAISI.
           IF WS-CONNEXION-OK = "N"
               DISPLAY "CONNEXION REFUSEE"
               MOVE "O" TO WS-ABANDON-LANCEMENT
           END-IF.

      *    Cherche WS-ID-SAISI dans operateurs.dat, relu à chaque
      *    recherche : WS-OPE-TROUVE à "O" avec nom, rôle et code de
      *    l'opérateur, WS-OPERATEURS-DISPO à "N" si le référentiel
      *    ne s'ouvre pas
       CHERCHER-OPERATEUR.
           MOVE "N" TO WS-OPE-TROUVE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT OPERATEURS.
           IF WS-OPERATEURS-STATUS NOT = "00"
               MOVE "N" TO WS-OPERATEURS-DISPO
           ELSE
               MOVE "O" TO WS-OPERATEURS-DISPO
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               OR WS-OPE-TROUVE = "O"
               READ OPERATEURS
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF OPE-ID NOT = SPACES
                   AND OPE-ID = WS-ID-SAISI
                       MOVE "O" TO WS-OPE-TROUVE
                       MOVE OPE-NOM TO WS-NOM-TROUVE
                       MOVE OPE-ROLE TO WS-ROLE-TROUVE
                       MOVE OPE-CODE TO WS-CODE-TROUVE
                   END-IF
               END-READ
               END-PERFORM
               CLOSE OPERATEURS
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Contrôle les verrous avant d'ouvrir la session : un verrou
      *    de batch non vide signale une exécution de gestion2 en vol
      *    (sauvegarder pendant son exécution fausserait son
               MOVE SPACE TO SES-SEP2
               MOVE WS-CIBLE-SESSION TO SES-CIBLE
               MOVE WS-LIGNE TO SES-CONTENU
               MOVE SPACE TO SES-SEP3
               MOVE WS-OPERATEUR TO SES-OPERATEUR
               WRITE SESSION-LIGNE
               IF WS-SESSION-STATUS NOT = "00"
                   DISPLAY "ECRITURE JOURNAL DE SESSION REFUSEE "
                   END-IF
                   ADD 1 TO WS-NBR-ACTIONS-SESSION
                   DISPLAY "  " SES-ACTION " " SES-CIBLE " "
                       SES-CONTENU " " SES-OPERATEUR
               END-READ
               END-PERFORM
               CLOSE SESSION-JOURNAL
                       DISPLAY "CIBLE HORS FICHIER, CORRECTION "
                           "IGNOREE : " SES-CONTENU
                   END-IF
               WHEN "I"
                   IF SES-CIBLE IS NUMERIC
                   AND SES-CIBLE >= 1
                   AND SES-CIBLE <= WS-NBR-LIGNES + 1
                       IF WS-NBR-LIGNES >= WS-MAX-LIGNES
                           DISPLAY "FICHIER PLEIN, ACTION IGNOREE"
                       ELSE
                           PERFORM VARYING WS-IDX-LIGNE
                           FROM WS-NBR-LIGNES BY -1
                           UNTIL WS-IDX-LIGNE < SES-CIBLE
                               MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)
                                   TO WS-LIGNE-TAB(WS-IDX-LIGNE + 1)
                           END-PERFORM
                           MOVE SES-CONTENU TO WS-LIGNE-TAB(SES-CIBLE)
                           ADD 1 TO WS-NBR-LIGNES
                           ADD 1 TO WS-NBR-ACTIONS-SESSION
                       END-IF
                   ELSE
                       DISPLAY "CIBLE HORS FICHIER, INSERTION "
                           "IGNOREE : " SES-CONTENU
                   END-IF
               WHEN "E"
                   IF WS-NBR-LIGNES > 0
                   AND WS-LIGNE-TAB(1)(1:2) = "00"
                       SESSION-LIGNE
           END-EVALUATE.

      *    Recopie le journal de session dans l'historique des
      *    sessions, chaque action horodatée de la sauvegarde. Un
      *    historique indisponible n'empêche pas la sauvegarde, déjà
      *    faite : l'opérateur est prévenu que la trace est perdue
       HISTORISER-SESSION.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT SESSION-JOURNAL.
           IF WS-SESSION-STATUS = "00"
               OPEN EXTEND HISTORIQUE-SAISIE
               IF WS-HISTORIQUE-STATUS = "35"
                   OPEN OUTPUT HISTORIQUE-SAISIE
               END-IF
               IF WS-HISTORIQUE-STATUS NOT = "00"
                   DISPLAY "HISTORIQUE DES SESSIONS INDISPONIBLE "
                       "(STATUS " WS-HISTORIQUE-STATUS
                       "), SESSION NON HISTORISEE"
               ELSE
                   ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
                   ACCEPT WS-HEURE-JOUR FROM TIME
                   PERFORM UNTIL WS-FIN-FICHIER = "Y"
                   READ SESSION-JOURNAL
                   AT END
                       MOVE "Y" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE WS-DATE-JOUR TO HSA-DATE
                       MOVE SPACE TO HSA-SEP1
                       MOVE WS-HEURE-JOUR TO HSA-HEURE
                       MOVE SPACE TO HSA-SEP2
                       MOVE SESSION-LIGNE TO HSA-SESSION
                       WRITE HISTORIQUE-LIGNE
                       IF WS-HISTORIQUE-STATUS NOT = "00"
                           DISPLAY "HISTORIQUE DES SESSIONS INCOMPLET "
                               "(STATUS " WS-HISTORIQUE-STATUS ")"
                       END-IF
                   END-READ
                   END-PERFORM
                   CLOSE HISTORIQUE-SAISIE
               END-IF
               CLOSE SESSION-JOURNAL
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Vide le journal de session, même convention que les
      *    verrous et le checkpoint.dat de gestion2 (requête 029)
       SUPPRIMER-SESSION.
                   DISPLAY "NOUVELLE NOTE NON NUMERIQUE"
               END-IF
           END-PERFORM.
           DISPLAY "MOTIF (15 CARACTERES MAXIMUM) : ".
           ACCEPT WS-MOTIF-AMD.
           PERFORM SAISIR-APPROBATEUR.
           IF WS-APPROBATEUR = SPACES
               DISPLAY "AMENDEMENT NON APPROUVE, LIGNE NON RANGEE"
           ELSE
               MOVE SPACES TO WS-LIGNE
               MOVE "05" TO WS-LIGNE(1:2)
               MOVE WS-ID-ELEVE TO WS-LIGNE(3:6)
               MOVE WS-NOM-MAT TO WS-LIGNE(9:21)
               MOVE WS-ANC-NOTE TO WS-LIGNE(30:5)
               MOVE WS-NOUV-NOTE TO WS-LIGNE(35:5)
               MOVE WS-MOTIF-AMD TO WS-LIGNE(40:15)
               MOVE WS-APPROBATEUR TO WS-LIGNE(55:6)
               PERFORM RANGER-LIGNE
           END-IF.

      *    Approbation d'un amendement : le membre de la direction
      *    qui l'approuve donne son identifiant et son code personnel,
      *    contrôlés sur operateurs.dat avec le rôle "D" — gestion2
      *    rejette tout amendement sans approbateur de la direction.
      *    Un identifiant laissé à blanc, ou un référentiel
      *    illisible, renonce à l'amendement (WS-APPROBATEUR à blanc)
       SAISIR-APPROBATEUR.
           MOVE SPACES TO WS-APPROBATEUR.
           MOVE "N" TO WS-SAISIE-VALIDE.
           PERFORM UNTIL WS-SAISIE-VALIDE = "O"
               DISPLAY "ID DE L APPROBATEUR DE LA DIRECTION (BLANC "
                   "POUR RENONCER) : "
               ACCEPT WS-ID-SAISI
               IF WS-ID-SAISI = SPACES
                   MOVE "O" TO WS-SAISIE-VALIDE
               ELSE
                   DISPLAY "CODE PERSONNEL DE L APPROBATEUR : "
                   ACCEPT WS-CODE-SAISI
                   PERFORM CHERCHER-OPERATEUR
                   IF WS-OPERATEURS-DISPO = "N"
                       DISPLAY "REFERENTIEL operateurs.dat "
                           "INDISPONIBLE (STATUS "
                           WS-OPERATEURS-STATUS ")"
                       MOVE "O" TO WS-SAISIE-VALIDE
                   ELSE
                       IF WS-OPE-TROUVE = "N"
                       OR WS-CODE-TROUVE = SPACES
                       OR WS-CODE-SAISI NOT = WS-CODE-TROUVE
                           DISPLAY "IDENTIFIANT OU CODE INCORRECT"
                       ELSE
                           IF WS-ROLE-TROUVE NOT = "D"
                               DISPLAY "APPROBATEUR SANS ROLE "
                                   "DIRECTION"
                           ELSE
                               MOVE WS-ID-SAISI TO WS-APPROBATEUR
                               MOVE "O" TO WS-SAISIE-VALIDE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CODE-SAISI.

      *    Saisie d'une affectation "06" : une matière du catalogue,
      *    dans une classe, confiée à un professeur du référentiel
           ELSE
               DISPLAY "NUMERO NON NUMERIQUE"
           END-IF.

      *    Feuille de notes : une classe d'input.dat, une matière du
      *    catalogue à son niveau, puis une note par élève de la
      *    classe, dans l'ordre alphabétique. Une copie manquante se
      *    laisse à blanc ; les élèves laissés à blanc sont rappelés
      *    en fin de feuille pour être relancés avant le traitement
       SAISIR-FEUILLE.
           PERFORM CHOISIR-CLASSE-FEUILLE.
           IF WS-FEUILLE-VALIDE = "O"
               PERFORM CHOISIR-MATIERE-FEUILLE
           END-IF.
           IF WS-FEUILLE-VALIDE = "O"
               PERFORM CHARGER-FEUILLE
           END-IF.
           IF WS-FEUILLE-VALIDE = "O"
               PERFORM TRIER-FEUILLE
               MOVE 0 TO WS-NBR-SAISIES
               MOVE 0 TO WS-NBR-GARDEES
               MOVE 0 TO WS-NBR-MANQUANTES
               DISPLAY "FEUILLE DE NOTES " WS-NOM-MAT " - CLASSE "
                   WS-CODE-CLASSE " - COEFFICIENT " WS-COEF-MAT
               PERFORM VARYING WS-IDX-FEU FROM 1 BY 1
               UNTIL WS-IDX-FEU > WS-NBR-FEUILLE
                   IF WS-FEU-ETAT(WS-IDX-FEU) = "A"
                       PERFORM SAISIR-NOTE-FEUILLE
                   END-IF
               END-PERFORM
               PERFORM BILAN-FEUILLE
           END-IF.

      *    La classe doit avoir sa ligne "04" dans input.dat : c'est
      *    sous elle que les élèves et leurs notes sont rangés
       CHOISIR-CLASSE-FEUILLE.
           MOVE "N" TO WS-FEUILLE-VALIDE.
           MOVE "N" TO WS-SAISIE-VALIDE.
           PERFORM UNTIL WS-SAISIE-VALIDE = "O"
               DISPLAY "CODE CLASSE (5 CARACTERES, EX 3EB) : "
               ACCEPT WS-CODE-CLASSE
               IF WS-CODE-CLASSE = SPACES
                   DISPLAY "CODE CLASSE OBLIGATOIRE"
               ELSE
                   MOVE "O" TO WS-SAISIE-VALIDE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-LIGNE-CLASSE.
           PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
           UNTIL WS-IDX-LIGNE > WS-NBR-LIGNES
           OR WS-LIGNE-CLASSE > 0
               IF WS-LIGNE-TAB(WS-IDX-LIGNE)(1:2) = "04"
               AND WS-LIGNE-TAB(WS-IDX-LIGNE)(3:5) = WS-CODE-CLASSE
                   MOVE WS-IDX-LIGNE TO WS-LIGNE-CLASSE
               END-IF
           END-PERFORM.
           IF WS-LIGNE-CLASSE = 0
               DISPLAY "CLASSE " WS-CODE-CLASSE " ABSENTE D input.dat "
                   ": AJOUTER D ABORD LA CLASSE (CHOIX 4)"
           ELSE
               MOVE WS-LIGNE-TAB(WS-LIGNE-CLASSE)(8:3)
                   TO WS-NIVEAU-CLASSE
               MOVE "O" TO WS-FEUILLE-VALIDE
           END-IF.

      *    La matière doit figurer au catalogue pour le niveau de la
      *    classe (ou pour tous les niveaux) ; son coefficient en est
      *    repris. Sans catalogue, la feuille de notes est refusée
       CHOISIR-MATIERE-FEUILLE.
           MOVE "N" TO WS-FEUILLE-VALIDE.
           MOVE "N" TO WS-SAISIE-VALIDE.
           PERFORM UNTIL WS-SAISIE-VALIDE = "O"
               DISPLAY "MATIERE (NOM AU CATALOGUE, 21 CARACTERES "
                   "MAXIMUM) : "
               ACCEPT WS-NOM-MAT
               IF WS-NOM-MAT = SPACES
                   DISPLAY "MATIERE OBLIGATOIRE"
               ELSE
                   MOVE "O" TO WS-SAISIE-VALIDE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT CATALOGUE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "CATALOGUE matieres.dat ABSENT (STATUS "
                   WS-CATALOGUE-STATUS "), FEUILLE DE NOTES "
                   "IMPOSSIBLE"
           ELSE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ CATALOGUE
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF CAT-NOM = WS-NOM-MAT
                   AND (CAT-NIVEAU = WS-NIVEAU-CLASSE
                       OR CAT-NIVEAU = SPACES)
                       MOVE "O" TO WS-FEUILLE-VALIDE
                       MOVE CAT-COEF TO WS-COEF-CAT
                       MOVE WS-COEF-CAT-X TO WS-COEF-MAT
                       MOVE CAT-TYPE TO WS-TYPE-MAT
                       MOVE "Y" TO WS-FIN-FICHIER
                   END-IF
               END-READ
               END-PERFORM
               CLOSE CATALOGUE
               IF WS-FEUILLE-VALIDE = "N"
                   DISPLAY "PAS DE MATIERE " WS-NOM-MAT
                       " AU CATALOGUE DU NIVEAU " WS-NIVEAU-CLASSE
               ELSE
                   IF WS-COEF-MAT IS NOT NUMERIC
                   OR WS-COEF-MAT = "000"
                       MOVE "N" TO WS-FEUILLE-VALIDE
                       DISPLAY "COEFFICIENT DU CATALOGUE INVALIDE "
                           "POUR " WS-NOM-MAT " : " WS-COEF-MAT
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Les élèves de la classe : ceux de la classe dans
      *    input.dat, avec la note déjà présente pour la matière,
      *    puis ceux du référentiel inscrits dans la classe et pas
      *    encore dans input.dat. Les élèves partis sont écartés,
      *    comme les non-inscrits pour une option
       CHARGER-FEUILLE.
           MOVE 0 TO WS-NBR-FEUILLE.
           MOVE 0 TO WS-NBR-ECARTES.
           MOVE 0 TO WS-IDX-FEU-TROUVE.
           MOVE "N" TO WS-SCAN-FINI.
           COMPUTE WS-LIGNE-DEBUT = WS-LIGNE-CLASSE + 1.
           PERFORM VARYING WS-IDX-LIGNE FROM WS-LIGNE-DEBUT BY 1
           UNTIL WS-IDX-LIGNE > WS-NBR-LIGNES OR WS-SCAN-FINI = "O"
               EVALUATE WS-LIGNE-TAB(WS-IDX-LIGNE)(1:2)
                   WHEN "04"
                       MOVE "O" TO WS-SCAN-FINI
                   WHEN "01"
                       MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)(3:6)
                           TO WS-ID-ELEVE
                       MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)(9:7)
                           TO WS-NOM-ELEVE
                       MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)(16:6)
                           TO WS-PRENOM-ELEVE
                       MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)(22:2)
                           TO WS-AGE-ELEVE
                       PERFORM AJOUTER-ELEVE-FEUILLE
                       IF WS-IDX-FEU-TROUVE > 0
                           MOVE "F"
                               TO WS-FEU-ORIGINE(WS-IDX-FEU-TROUVE)
                       END-IF
                   WHEN "02"
                       IF WS-IDX-FEU-TROUVE > 0
                       AND WS-LIGNE-TAB(WS-IDX-LIGNE)(3:21)
                           = WS-NOM-MAT
                           MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)(27:5)
                               TO WS-FEU-NOTE-PRESENTE
                                   (WS-IDX-FEU-TROUVE)
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM PARCOURIR-REFERENTIEL-CLASSE.
           IF WS-TYPE-MAT = "O"
               PERFORM FILTRER-OPTION-FEUILLE
           END-IF.
           IF WS-NBR-FEUILLE = 0
               MOVE "N" TO WS-FEUILLE-VALIDE
               DISPLAY "AUCUN ELEVE DANS LA CLASSE " WS-CODE-CLASSE
           ELSE
               IF WS-NBR-FEUILLE = WS-NBR-ECARTES
                   MOVE "N" TO WS-FEUILLE-VALIDE
                   DISPLAY "AUCUN ELEVE A NOTER EN " WS-NOM-MAT
                       " DANS LA CLASSE " WS-CODE-CLASSE
               END-IF
           END-IF.

      *    Ajoute l'élève WS-ID-ELEVE à la feuille (rang dans
      *    WS-IDX-FEU-TROUVE, 0 si la feuille est pleine)
       AJOUTER-ELEVE-FEUILLE.
           IF WS-NBR-FEUILLE >= WS-MAX-FEUILLE
               MOVE 0 TO WS-IDX-FEU-TROUVE
               DISPLAY "ATTENTION : PLUS DE " WS-MAX-FEUILLE
                   " ELEVES DANS LA CLASSE, " WS-ID-ELEVE
                   " IGNORE"
           ELSE
               ADD 1 TO WS-NBR-FEUILLE
               MOVE WS-NBR-FEUILLE TO WS-IDX-FEU-TROUVE
               MOVE WS-NOM-ELEVE TO WS-FEU-NOM(WS-NBR-FEUILLE)
               MOVE WS-PRENOM-ELEVE TO WS-FEU-PRENOM(WS-NBR-FEUILLE)
               MOVE WS-ID-ELEVE TO WS-FEU-ID(WS-NBR-FEUILLE)
               MOVE WS-AGE-ELEVE TO WS-FEU-AGE(WS-NBR-FEUILLE)
               MOVE "R" TO WS-FEU-ORIGINE(WS-NBR-FEUILLE)
               MOVE SPACES TO WS-FEU-NOTE-PRESENTE(WS-NBR-FEUILLE)
               MOVE "A" TO WS-FEU-ETAT(WS-NBR-FEUILLE)
           END-IF.

       CHERCHER-ELEVE-FEUILLE.
           MOVE 0 TO WS-IDX-FEU-TROUVE.
           PERFORM VARYING WS-IDX-FEU FROM 1 BY 1
           UNTIL WS-IDX-FEU > WS-NBR-FEUILLE
           OR WS-IDX-FEU-TROUVE > 0
               IF WS-FEU-ID(WS-IDX-FEU) = WS-ID-ELEVE
                   MOVE WS-IDX-FEU TO WS-IDX-FEU-TROUVE
               END-IF
           END-PERFORM.

      *    Parcourt tout le référentiel : un élève inscrit dans la
      *    classe et absent d'input.dat rejoint la feuille, un élève
      *    marqué parti en est écarté. Sans référentiel, la feuille
      *    se limite aux élèves d'input.dat. Un élève de la classe au
      *    référentiel mais dont la ligne "01" figure sous une autre
      *    ligne "04" d'input.dat (changement de classe dont le bloc
      *    n'a pas été déplacé) est signalé et laissé de côté : une
      *    seconde ligne "01" serait rejetée en double par gestion2
       PARCOURIR-REFERENTIEL-CLASSE.
           OPEN INPUT ELEVES-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "REFERENTIEL eleves_master.dat INDISPONIBLE "
                   "(STATUS " WS-MASTER-STATUS "), ELEVES D "
                   "input.dat SEULS"
           ELSE
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
                   MOVE MASTER-ID TO WS-ID-ELEVE
                   PERFORM CHERCHER-ELEVE-FEUILLE
                   IF WS-IDX-FEU-TROUVE > 0
                       IF MASTER-STATUT = "P"
                       AND WS-FEU-ETAT(WS-IDX-FEU-TROUVE) = "A"
                           MOVE "P" TO WS-FEU-ETAT(WS-IDX-FEU-TROUVE)
                           ADD 1 TO WS-NBR-ECARTES
                           DISPLAY "ELEVE PARTI ECARTE : " MASTER-ID
                               " " MASTER-NOM " " MASTER-PRENOM
                       END-IF
                   ELSE
                       IF MASTER-CLASSE = WS-CODE-CLASSE
                       AND MASTER-STATUT NOT = "P"
                           PERFORM CHERCHER-ELEVE-FICHIER
                           IF WS-ELEVE-AILLEURS = "O"
                               DISPLAY "INSCRIT SOUS UNE AUTRE CLASSE "
                                   "D input.dat : " MASTER-ID " "
                                   MASTER-NOM " " MASTER-PRENOM
                           ELSE
                               MOVE MASTER-NOM TO WS-NOM-ELEVE
                               MOVE MASTER-PRENOM TO WS-PRENOM-ELEVE
                               MOVE MASTER-AGE TO WS-AGE-ELEVE
                               PERFORM AJOUTER-ELEVE-FEUILLE
                           END-IF
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE ELEVES-MASTER
               MOVE "N" TO WS-FIN-FICHIER
           END-IF.

      *    Cherche une ligne "01" de MASTER-ID dans tout input.dat ;
      *    appelé pour un élève absent de la feuille, une ligne
      *    trouvée est donc sous une autre classe
       CHERCHER-ELEVE-FICHIER.
           MOVE "N" TO WS-ELEVE-AILLEURS.
           PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
           UNTIL WS-IDX-LIGNE > WS-NBR-LIGNES
           OR WS-ELEVE-AILLEURS = "O"
               IF WS-LIGNE-TAB(WS-IDX-LIGNE)(1:2) = "01"
               AND WS-LIGNE-TAB(WS-IDX-LIGNE)(3:6) = MASTER-ID
                   MOVE "O" TO WS-ELEVE-AILLEURS
               END-IF
           END-PERFORM.

      *    Une option ne se note que pour ses inscrits ; sans fichier
      *    d'inscriptions, gestion2 n'attend aucune note d'option
       FILTRER-OPTION-FEUILLE.
           PERFORM VARYING WS-IDX-FEU FROM 1 BY 1
           UNTIL WS-IDX-FEU > WS-NBR-FEUILLE
               IF WS-FEU-ETAT(WS-IDX-FEU) = "A"
                   MOVE "X" TO WS-FEU-ETAT(WS-IDX-FEU)
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT INSCRIPTIONS-OPTIONS.
           IF WS-OPTIONS-STATUS NOT = "00"
               DISPLAY "INSCRIPTIONS options_eleves.dat ABSENTES, "
                   "AUCUN INSCRIT A L OPTION"
           ELSE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ INSCRIPTIONS-OPTIONS
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF OPT-MATIERE = WS-NOM-MAT
                       MOVE OPT-ID TO WS-ID-ELEVE
                       PERFORM CHERCHER-ELEVE-FEUILLE
                       IF WS-IDX-FEU-TROUVE > 0
                           IF WS-FEU-ETAT(WS-IDX-FEU-TROUVE) = "X"
                               MOVE "A"
                                   TO WS-FEU-ETAT(WS-IDX-FEU-TROUVE)
                           END-IF
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE INSCRIPTIONS-OPTIONS
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM VARYING WS-IDX-FEU FROM 1 BY 1
           UNTIL WS-IDX-FEU > WS-NBR-FEUILLE
               IF WS-FEU-ETAT(WS-IDX-FEU) = "X"
                   ADD 1 TO WS-NBR-ECARTES
               END-IF
           END-PERFORM.

      *    Tri par insertion de la feuille sur nom et prénom
       TRIER-FEUILLE.
           PERFORM VARYING WS-IDX-FEU FROM 2 BY 1
           UNTIL WS-IDX-FEU > WS-NBR-FEUILLE
               MOVE WS-FEUILLE-ELEVE(WS-IDX-FEU) TO WS-FEU-ECHANGE
               MOVE WS-IDX-FEU TO WS-IDX-FEU2
               MOVE "N" TO WS-SCAN-FINI
               PERFORM UNTIL WS-SCAN-FINI = "O"
                   IF WS-IDX-FEU2 < 2
                       MOVE "O" TO WS-SCAN-FINI
                   ELSE
                       IF WS-FEU-CLE(WS-IDX-FEU2 - 1) > WS-ECH-CLE
                           MOVE WS-FEUILLE-ELEVE(WS-IDX-FEU2 - 1)
                               TO WS-FEUILLE-ELEVE(WS-IDX-FEU2)
                           SUBTRACT 1 FROM WS-IDX-FEU2
                       ELSE
                           MOVE "O" TO WS-SCAN-FINI
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-FEU-ECHANGE TO WS-FEUILLE-ELEVE(WS-IDX-FEU2)
           END-PERFORM.

      *    La note de l'élève WS-IDX-FEU : une note déjà présente
      *    pour la matière est signalée et n'est remplacée que sur
      *    confirmation ; blanc pour une copie manquante
       SAISIR-NOTE-FEUILLE.
           MOVE "O" TO WS-SAISIE-VALIDE.
           IF WS-FEU-NOTE-PRESENTE(WS-IDX-FEU) NOT = SPACES
               DISPLAY "ATTENTION : NOTE DEJA SAISIE POUR "
                   WS-FEU-NOM(WS-IDX-FEU) " "
                   WS-FEU-PRENOM(WS-IDX-FEU) " : "
                   WS-FEU-NOTE-PRESENTE(WS-IDX-FEU)
               DISPLAY "REMPLACER CETTE NOTE (O/N) : "
               ACCEPT WS-REPONSE
               IF WS-REPONSE NOT = "O"
                   MOVE "G" TO WS-FEU-ETAT(WS-IDX-FEU)
                   ADD 1 TO WS-NBR-GARDEES
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               MOVE "N" TO WS-SAISIE-VALIDE
               PERFORM UNTIL WS-SAISIE-VALIDE = "O"
                   DISPLAY WS-FEU-ID(WS-IDX-FEU) " "
                       WS-FEU-NOM(WS-IDX-FEU) " "
                       WS-FEU-PRENOM(WS-IDX-FEU)
                       " - NOTE (00950 POUR 9,50, BLANC SI COPIE "
                       "MANQUANTE) : "
                   ACCEPT WS-NOTE-MAT
                   IF WS-NOTE-MAT = SPACES
                   OR WS-NOTE-MAT IS NUMERIC
                       MOVE "O" TO WS-SAISIE-VALIDE
                   ELSE
                       DISPLAY "NOTE NON NUMERIQUE"
                   END-IF
               END-PERFORM
               IF WS-NOTE-MAT = SPACES
                   MOVE "B" TO WS-FEU-ETAT(WS-IDX-FEU)
                   ADD 1 TO WS-NBR-MANQUANTES
               ELSE
                   MOVE SPACES TO WS-LIGNE
                   MOVE "02" TO WS-LIGNE(1:2)
                   MOVE WS-NOM-MAT TO WS-LIGNE(3:21)
                   MOVE WS-COEF-MAT TO WS-LIGNE(24:3)
                   MOVE WS-NOTE-MAT TO WS-LIGNE(27:5)
                   PERFORM RANGER-NOTE-FEUILLE
               END-IF
           END-IF.

      *    Range la ligne "02" construite : elle remplace la note
      *    déjà présente, sinon elle est insérée après la dernière
      *    ligne de l'élève. Un élève du référentiel encore absent
      *    d'input.dat y reçoit d'abord sa ligne "01", en fin de
      *    classe
       RANGER-NOTE-FEUILLE.
           MOVE WS-FEU-ID(WS-IDX-FEU) TO WS-ID-ELEVE.
           PERFORM SITUER-ELEVE-CLASSE.
           MOVE "O" TO WS-INSERTION-OK.
           IF WS-LIGNE-NOTE > 0
               MOVE WS-LIGNE-NOTE TO WS-LIGNE-CIBLE
               PERFORM RANGER-LIGNE
               MOVE 0 TO WS-LIGNE-CIBLE
           ELSE
               IF WS-LIGNE-ELEVE = 0
                   IF WS-NBR-LIGNES + 2 > WS-MAX-LIGNES
                       MOVE "N" TO WS-INSERTION-OK
                       DISPLAY "FICHIER PLEIN, LIGNE NON AJOUTEE"
                   ELSE
                       MOVE WS-LIGNE TO WS-LIGNE-NOTE-FEUILLE
                       MOVE SPACES TO WS-LIGNE
                       MOVE "01" TO WS-LIGNE(1:2)
                       MOVE WS-FEU-ID(WS-IDX-FEU) TO WS-LIGNE(3:6)
                       MOVE WS-FEU-NOM(WS-IDX-FEU) TO WS-LIGNE(9:7)
                       MOVE WS-FEU-PRENOM(WS-IDX-FEU)
                           TO WS-LIGNE(16:6)
                       MOVE WS-FEU-AGE(WS-IDX-FEU) TO WS-LIGNE(22:2)
                       COMPUTE WS-POS-INSERTION =
                           WS-LIGNE-FIN-CLASSE + 1
                       PERFORM INSERER-LIGNE
                       MOVE "F" TO WS-FEU-ORIGINE(WS-IDX-FEU)
                       MOVE WS-LIGNE-NOTE-FEUILLE TO WS-LIGNE
                       ADD 1 TO WS-POS-INSERTION
                   END-IF
               ELSE
                   COMPUTE WS-POS-INSERTION = WS-LIGNE-FIN-ELEVE + 1
               END-IF
               IF WS-INSERTION-OK = "O"
                   PERFORM INSERER-LIGNE
               END-IF
           END-IF.
           IF WS-INSERTION-OK = "O"
               MOVE "S" TO WS-FEU-ETAT(WS-IDX-FEU)
               ADD 1 TO WS-NBR-SAISIES
           ELSE
               MOVE "B" TO WS-FEU-ETAT(WS-IDX-FEU)
               ADD 1 TO WS-NBR-MANQUANTES
           END-IF.

      *    Situe l'élève WS-ID-ELEVE dans le bloc de la classe
      *    choisie : sa ligne "01", sa dernière ligne, sa ligne "02"
      *    de la matière, et la dernière ligne de la classe
       SITUER-ELEVE-CLASSE.
           MOVE 0 TO WS-LIGNE-ELEVE.
           MOVE 0 TO WS-LIGNE-FIN-ELEVE.
           MOVE 0 TO WS-LIGNE-NOTE.
           MOVE WS-LIGNE-CLASSE TO WS-LIGNE-FIN-CLASSE.
           MOVE "N" TO WS-DANS-ELEVE.
           MOVE "N" TO WS-SCAN-FINI.
           COMPUTE WS-LIGNE-DEBUT = WS-LIGNE-CLASSE + 1.
           PERFORM VARYING WS-IDX-LIGNE FROM WS-LIGNE-DEBUT BY 1
           UNTIL WS-IDX-LIGNE > WS-NBR-LIGNES OR WS-SCAN-FINI = "O"
               EVALUATE WS-LIGNE-TAB(WS-IDX-LIGNE)(1:2)
                   WHEN "04"
                       MOVE "O" TO WS-SCAN-FINI
                   WHEN "01"
                       MOVE WS-IDX-LIGNE TO WS-LIGNE-FIN-CLASSE
                       IF WS-LIGNE-TAB(WS-IDX-LIGNE)(3:6) = WS-ID-ELEVE
                           MOVE "O" TO WS-DANS-ELEVE
                           MOVE WS-IDX-LIGNE TO WS-LIGNE-ELEVE
                           MOVE WS-IDX-LIGNE TO WS-LIGNE-FIN-ELEVE
                       ELSE
                           MOVE "N" TO WS-DANS-ELEVE
                       END-IF
                   WHEN OTHER
                       MOVE WS-IDX-LIGNE TO WS-LIGNE-FIN-CLASSE
                       IF WS-DANS-ELEVE = "O"
                           MOVE WS-IDX-LIGNE TO WS-LIGNE-FIN-ELEVE
                           IF WS-LIGNE-TAB(WS-IDX-LIGNE)(1:2) = "02"
                           AND WS-LIGNE-TAB(WS-IDX-LIGNE)(3:21)
                               = WS-NOM-MAT
                               MOVE WS-IDX-LIGNE TO WS-LIGNE-NOTE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *    Insère WS-LIGNE à la position WS-POS-INSERTION en
      *    décalant la suite du fichier d'un cran, et la consigne au
      *    journal de session
       INSERER-LIGNE.
           IF WS-NBR-LIGNES >= WS-MAX-LIGNES
               MOVE "N" TO WS-INSERTION-OK
               DISPLAY "FICHIER PLEIN, LIGNE NON AJOUTEE"
           ELSE
               PERFORM VARYING WS-IDX-LIGNE FROM WS-NBR-LIGNES BY -1
               UNTIL WS-IDX-LIGNE < WS-POS-INSERTION
                   MOVE WS-LIGNE-TAB(WS-IDX-LIGNE)
                       TO WS-LIGNE-TAB(WS-IDX-LIGNE + 1)
               END-PERFORM
               MOVE WS-LIGNE TO WS-LIGNE-TAB(WS-POS-INSERTION)
               ADD 1 TO WS-NBR-LIGNES
               DISPLAY "LIGNE " WS-POS-INSERTION " INSEREE : "
                   WS-LIGNE
               MOVE "I" TO WS-ACTION-SESSION
               MOVE WS-POS-INSERTION TO WS-CIBLE-SESSION
               PERFORM JOURNALISER-ACTION
               MOVE "O" TO WS-MODIFIE
           END-IF.

      *    Fin de feuille : compteurs, puis les élèves laissés à
      *    blanc, copies à réclamer avant le traitement
       BILAN-FEUILLE.
           DISPLAY "FEUILLE " WS-NOM-MAT " " WS-CODE-CLASSE " : "
               WS-NBR-SAISIES " NOTE(S) SAISIE(S), " WS-NBR-GARDEES
               " DEJA PRESENTE(S) GARDEE(S), " WS-NBR-MANQUANTES
               " COPIE(S) MANQUANTE(S)".
           IF WS-NBR-MANQUANTES > 0
               DISPLAY "ELEVES SANS NOTE EN " WS-NOM-MAT " :"
               PERFORM VARYING WS-IDX-FEU FROM 1 BY 1
               UNTIL WS-IDX-FEU > WS-NBR-FEUILLE
                   IF WS-FEU-ETAT(WS-IDX-FEU) = "B"
                       DISPLAY "  " WS-FEU-ID(WS-IDX-FEU) " "
                           WS-FEU-NOM(WS-IDX-FEU) " "
                           WS-FEU-PRENOM(WS-IDX-FEU)
                   END-IF
               END-PERFORM
           END-IF.
