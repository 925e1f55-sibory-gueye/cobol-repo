       IDENTIFICATION DIVISION.
       PROGRAM-ID. notifier.

      *    Avis d'absence quotidien aux familles : jusqu'ici les
      *    familles n'apprenaient les absences que par les lettres de
      *    fin de trimestre de gestion2, et la vie scolaire
      *    téléphonait à la main pour celles du jour. Lancé chaque
      *    matin, le programme :
      *    - relit le compte rendu de remise de la passerelle SMS /
      *      courriel pour les avis de la veille et porte les avis
      *      non remis en liste d'exception ;
      *    - relève les lignes d'absence "03" d'input.dat saisies
      *      depuis son dernier passage, grâce à un repère conservé
      *      d'un passage à l'autre (rang de la dernière absence
      *      avisée dans le trimestre), pour qu'aucune absence ne
      *      soit avisée deux fois ;
      *    - écrit pour chacune un avis SMS vers le portable et un
      *      avis courriel vers l'adresse de la fiche famille
      *      (familles.dat) ;
      *    - porte en liste d'exception les absences d'élèves sans
      *      fiche famille ou sans contact utilisable, que la vie
      *      scolaire appelle elle-même.
      *    Code retour : 4 quand la liste d'exception n'est pas vide,
      *    12 sur incident d'accès aux fichiers ; le repère n'avance
      *    que si les avis ont tous été écrits

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Le même fichier "input.dat" que gestion2 et saisie, lu
      *    seulement
           SELECT ELEVES ASSIGN TO "input.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELEVES-STATUS.

      *    Les mêmes fiches de contact des familles que gestion2
           SELECT FAMILLES ASSIGN TO "familles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAMILLES-STATUS.

      *    Le repère du dernier passage : une ligne, réécrite en fin
      *    de passage ; absent, toutes les absences du fichier sont
      *    avisées
           SELECT REPERE ASSIGN TO "notifications_repere.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPERE-STATUS.

      *    Les avis du jour, déposés pour la passerelle SMS /
      *    courriel de l'établissement
           SELECT NOTIFICATIONS ASSIGN TO "notifications.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTIF-STATUS.

      *    Le compte rendu de remise déposé par la passerelle : chaque
      *    avis reçu suivi de son état de remise. Vidé une fois lu,
      *    pour qu'un avis non remis ne soit signalé qu'une fois
           SELECT ACCUSES ASSIGN TO "notifications_accuses.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCUSES-STATUS.

      *    La liste d'exception du matin pour la vie scolaire :
      *    absences sans contact utilisable et avis non remis
           SELECT EXCEPTIONS-AVIS ASSIGN TO
               "notifications_exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTIONS-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ELEVES.
      *    Même largeur maximale que F-LIGNE de gestion2
       01  F-LIGNE PIC X(60).

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

      *    Le repère : année scolaire et trimestre de l'en-tête "00"
      *    d'input.dat au dernier passage, rang (dans le fichier) de
      *    la dernière ligne "03" avisée, horodatage du passage. Un
      *    en-tête d'une autre période est un nouveau fichier : le
      *    repère repart de zéro
       FD  REPERE.
       01  REPERE-LIGNE.
           05 REP-ANNEE PIC X(4).
           05 REP-SEP1 PIC X.
           05 REP-TRIM PIC X.
           05 REP-SEP2 PIC X.
           05 REP-RANG PIC 9(4).
           05 REP-SEP3 PIC X.
           05 REP-DATE PIC X(8).
           05 REP-SEP4 PIC X.
           05 REP-HEURE PIC X(8).

      *    Un avis : référence (année, trimestre et rang de la ligne
      *    "03", unique dans l'année), canal ("S" SMS, "C" courriel),
      *    destinataire (numéro de portable ou adresse), responsable
      *    légal, élève et classe, puis l'absence : date, demi-
      *    journées, justifiée ("J") ou non ("N")
       FD  NOTIFICATIONS.
       01  NOTIFICATION-LIGNE.
           05 NOT-REF PIC X(9).
           05 NOT-SEP1 PIC X.
           05 NOT-CANAL PIC X.
           05 NOT-SEP2 PIC X.
           05 NOT-DESTINATAIRE PIC X(40).
           05 NOT-SEP3 PIC X.
           05 NOT-RESP PIC X(30).
           05 NOT-SEP4 PIC X.
           05 NOT-ID PIC X(6).
           05 NOT-SEP5 PIC X.
           05 NOT-NOM PIC X(7).
           05 NOT-SEP6 PIC X.
           05 NOT-PRENOM PIC X(6).
           05 NOT-SEP7 PIC X.
           05 NOT-CLASSE PIC X(5).
           05 NOT-SEP8 PIC X.
           05 NOT-DATE-ABS PIC X(8).
           05 NOT-SEP9 PIC X.
           05 NOT-DEMI-J PIC X(2).
           05 NOT-SEP10 PIC X.
           05 NOT-STATUT PIC X.

      *    Un accusé de la passerelle : l'avis tel qu'il a été reçu,
      *    puis l'état de remise ("R" remis, tout autre état non
      *    remis), sa date et le motif donné par la passerelle
       FD  ACCUSES.
       01  ACCUSE-LIGNE.
           05 ACC-REF PIC X(9).
           05 ACC-SEP1 PIC X.
           05 ACC-CANAL PIC X.
           05 ACC-SEP2 PIC X.
           05 ACC-DESTINATAIRE PIC X(40).
           05 ACC-SEP3 PIC X.
           05 ACC-RESP PIC X(30).
           05 ACC-SEP4 PIC X.
           05 ACC-ID PIC X(6).
           05 ACC-SEP5 PIC X.
           05 ACC-NOM PIC X(7).
           05 ACC-SEP6 PIC X.
           05 ACC-PRENOM PIC X(6).
           05 ACC-SEP7 PIC X.
           05 ACC-CLASSE PIC X(5).
           05 ACC-SEP8 PIC X.
           05 ACC-DATE-ABS PIC X(8).
           05 ACC-SEP9 PIC X.
           05 ACC-DEMI-J PIC X(2).
           05 ACC-SEP10 PIC X.
           05 ACC-STATUT PIC X.
           05 ACC-SEP11 PIC X.
           05 ACC-ETAT PIC X.
           05 ACC-SEP12 PIC X.
           05 ACC-DATE-REMISE PIC X(8).
           05 ACC-SEP13 PIC X.
           05 ACC-MOTIF PIC X(30).

      *    Une ligne de la liste d'exception : l'élève, la date de
      *    l'absence, le motif de l'exception et son détail (contact
      *    refusé, destinataire et motif de la passerelle)
       FD  EXCEPTIONS-AVIS.
       01  EXCEPTION-LIGNE.
           05 EXN-ID PIC X(6).
           05 EXN-SEP1 PIC X.
           05 EXN-NOM PIC X(7).
           05 EXN-SEP2 PIC X.
           05 EXN-PRENOM PIC X(6).
           05 EXN-SEP3 PIC X.
           05 EXN-CLASSE PIC X(5).
           05 EXN-SEP4 PIC X.
           05 EXN-DATE-ABS PIC X(8).
           05 EXN-SEP5 PIC X.
           05 EXN-MOTIF PIC X(25).
           05 EXN-SEP6 PIC X.
           05 EXN-DETAIL PIC X(72).

       WORKING-STORAGE SECTION.

       77  WS-ELEVES-STATUS PIC XX VALUE SPACES.
       77  WS-FAMILLES-STATUS PIC XX VALUE SPACES.
       77  WS-REPERE-STATUS PIC XX VALUE SPACES.
       77  WS-NOTIF-STATUS PIC XX VALUE SPACES.
       77  WS-ACCUSES-STATUS PIC XX VALUE SPACES.
       77  WS-EXCEPTIONS-STATUS PIC XX VALUE SPACES.
       77  WS-CODE-RETOUR PIC 99 VALUE 0.
       77  WS-FIN-FICHIER PIC X VALUE "N".
       77  WS-DATE-JOUR PIC X(8) VALUE SPACES.
       77  WS-HEURE-JOUR PIC X(8) VALUE SPACES.

      *    Le repère lu au lancement, et "O" quand tous les avis du
      *    passage ont été écrits : sinon le repère n'avance pas et
      *    les absences seront reprises au passage suivant
       77  WS-REPERE-ANNEE PIC X(4) VALUE SPACES.
       77  WS-REPERE-TRIM PIC X VALUE SPACE.
       77  WS-REPERE-RANG PIC 9(4) VALUE 0.
       77  WS-REPERE-CONTROLE PIC X VALUE "N".
       77  WS-AVIS-ECRITS PIC X VALUE "O".

      *    Contexte de lecture d'input.dat : période de l'en-tête
      *    "00", classe "04" et élève "01" en cours, rang de la ligne
      *    "03" lue parmi les absences du fichier
       77  WS-ANNEE-FICHIER PIC X(4) VALUE SPACES.
       77  WS-TRIM-FICHIER PIC X VALUE SPACE.
       77  WS-CLASSE-COURANTE PIC X(5) VALUE SPACES.
       77  WS-ID-COURANT PIC X(6) VALUE SPACES.
       77  WS-NOM-COURANT PIC X(7) VALUE SPACES.
       77  WS-PRENOM-COURANT PIC X(6) VALUE SPACES.
       77  WS-RANG-ABSENCE PIC 9(4) VALUE 0.
       77  WS-RANG-REF PIC 9(4) VALUE 0.
       77  WS-DATE-ABS PIC X(8) VALUE SPACES.
       77  WS-STATUT-ABS PIC X VALUE SPACE.
       77  WS-DEMI-J-ABS PIC X(2) VALUE SPACES.

      *    Les fiches de contact en mémoire, même capacité que dans
      *    audit ; WS-FAMILLES-CHARGEES à "N" avec un fichier absent
       01  WS-FAMILLES.
           05 WS-NBR-FAM PIC 9(04) VALUE 0.
           05 WS-FAM OCCURS 3000 TIMES.
               10 WS-FAM-ID PIC X(6).
               10 WS-FAM-RESP PIC X(30).
               10 WS-FAM-TEL PIC X(10).
               10 WS-FAM-MEL PIC X(40).
       77  WS-MAX-FAM PIC 9(04) VALUE 3000.
       77  WS-IDX-FAM PIC 9(04) VALUE 0.
       77  WS-IDX-FAM-TROUVE PIC 9(04) VALUE 0.
       77  WS-FAMILLES-CHARGEES PIC X VALUE "N".

      *    Contrôle des contacts : un portable est un numéro de dix
      *    chiffres en 06 ou 07 ; une adresse de courriel a un seul
      *    "@", précédé d'au moins un caractère, suivi d'un domaine
      *    avec un point, et aucun blanc
       77  WS-TEL-UTILISABLE PIC X VALUE "N".
       77  WS-MEL-UTILISABLE PIC X VALUE "N".
       77  WS-LG-MEL PIC 9(02) VALUE 0.
       77  WS-POS-AROBASE PIC 9(02) VALUE 0.
       77  WS-NBR-AROBASES PIC 9(02) VALUE 0.
       77  WS-NBR-POINTS PIC 9(02) VALUE 0.
       77  WS-LG-DOMAINE PIC 9(02) VALUE 0.

      *    Compteurs du passage
       77  WS-NBR-ACCUSES PIC 9(05) VALUE 0.
       77  WS-NBR-NON-REMIS PIC 9(05) VALUE 0.
       77  WS-NBR-NOUVELLES PIC 9(05) VALUE 0.
       77  WS-NBR-SMS PIC 9(05) VALUE 0.
       77  WS-NBR-COURRIELS PIC 9(05) VALUE 0.
       77  WS-NBR-EXCEPTIONS PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           OPEN OUTPUT EXCEPTIONS-AVIS.
           IF WS-EXCEPTIONS-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "LISTE D EXCEPTION INDISPONIBLE (STATUS "
                   WS-EXCEPTIONS-STATUS "), AVIS NON TRAITES"
           ELSE
               PERFORM LIRE-ACCUSES
               PERFORM LIRE-REPERE
               PERFORM CHARGER-FAMILLES
               PERFORM EXTRAIRE-ABSENCES
               CLOSE EXCEPTIONS-AVIS
               PERFORM BILAN-AVIS
           END-IF.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           STOP RUN.

      *    Le compte rendu de la passerelle pour les avis du passage
      *    précédent : chaque avis non remis part en liste
      *    d'exception avec le motif de la passerelle. Le fichier est
      *    ensuite vidé, même convention que les verrous de gestion2
      *    et saisie ; absent, la passerelle n'a encore rien rendu
       LIRE-ACCUSES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT ACCUSES.
           IF WS-ACCUSES-STATUS = "35"
               DISPLAY "AUCUN COMPTE RENDU DE LA PASSERELLE"
           ELSE
               IF WS-ACCUSES-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "COMPTE RENDU DE LA PASSERELLE ILLISIBLE "
                       "(STATUS " WS-ACCUSES-STATUS ")"
               ELSE
                   PERFORM UNTIL WS-FIN-FICHIER = "Y"
                   READ ACCUSES
                   AT END
                       MOVE "Y" TO WS-FIN-FICHIER
                   NOT AT END
                       IF ACC-REF NOT = SPACES
                           ADD 1 TO WS-NBR-ACCUSES
                           IF ACC-ETAT NOT = "R"
                               PERFORM SIGNALER-NON-REMIS
                           END-IF
                       END-IF
                   END-READ
                   END-PERFORM
                   CLOSE ACCUSES
                   OPEN OUTPUT ACCUSES
                   IF WS-ACCUSES-STATUS = "00"
                       CLOSE ACCUSES
                   ELSE
                       MOVE 12 TO WS-CODE-RETOUR
                       DISPLAY "COMPTE RENDU NON VIDE (STATUS "
                           WS-ACCUSES-STATUS "), SES AVIS NON "
                           "REMIS SERONT SIGNALES A NOUVEAU"
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

       SIGNALER-NON-REMIS.
           ADD 1 TO WS-NBR-NON-REMIS.
           MOVE ACC-ID TO EXN-ID.
           MOVE ACC-NOM TO EXN-NOM.
           MOVE ACC-PRENOM TO EXN-PRENOM.
           MOVE ACC-CLASSE TO EXN-CLASSE.
           MOVE ACC-DATE-ABS TO EXN-DATE-ABS.
           IF ACC-CANAL = "S"
               MOVE "SMS NON REMIS" TO EXN-MOTIF
           ELSE
               MOVE "COURRIEL NON REMIS" TO EXN-MOTIF
           END-IF.
           MOVE SPACES TO EXN-DETAIL.
           STRING ACC-DESTINATAIRE DELIMITED BY SPACE
               " " ACC-MOTIF DELIMITED BY SIZE
               INTO EXN-DETAIL.
           PERFORM ECRIRE-EXCEPTION.

      *    Lit le repère du passage précédent ; absent ou vide, le
      *    premier passage avise toutes les absences du fichier
       LIRE-REPERE.
           MOVE SPACES TO WS-REPERE-ANNEE.
           MOVE SPACE TO WS-REPERE-TRIM.
           MOVE 0 TO WS-REPERE-RANG.
           OPEN INPUT REPERE.
           IF WS-REPERE-STATUS = "00"
               READ REPERE
                   AT END
                       DISPLAY "REPERE VIDE, PREMIER PASSAGE"
                   NOT AT END
                       MOVE REP-ANNEE TO WS-REPERE-ANNEE
                       MOVE REP-TRIM TO WS-REPERE-TRIM
                       IF REP-RANG IS NUMERIC
                           MOVE REP-RANG TO WS-REPERE-RANG
                       END-IF
                       DISPLAY "DERNIER PASSAGE LE " REP-DATE " A "
                           REP-HEURE(1:6) ", " WS-REPERE-RANG
                           " ABSENCE(S) DEJA AVISEE(S)"
               END-READ
               CLOSE REPERE
           ELSE
               DISPLAY "REPERE notifications_repere.dat ABSENT, "
                   "PREMIER PASSAGE"
           END-IF.

      *    Charge les fiches de contact ; un fichier absent envoie
      *    toutes les absences en liste d'exception
       CHARGER-FAMILLES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FAMILLES.
           IF WS-FAMILLES-STATUS NOT = "00"
               DISPLAY "FICHES FAMILLE familles.dat ABSENTES, "
                   "AUCUN AVIS NE PEUT PARTIR"
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
                               " IGNOREE"
                       ELSE
                           ADD 1 TO WS-NBR-FAM
                           MOVE FAM-ID TO WS-FAM-ID(WS-NBR-FAM)
                           MOVE FAM-RESP TO WS-FAM-RESP(WS-NBR-FAM)
                           MOVE FAM-TEL TO WS-FAM-TEL(WS-NBR-FAM)
                           MOVE FAM-MEL TO WS-FAM-MEL(WS-NBR-FAM)
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE FAMILLES
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Parcourt input.dat : l'en-tête "00" donne la période, les
      *    lignes "04" et "01" la classe et l'élève en cours, chaque
      *    ligne "03" prend son rang parmi les absences du fichier.
      *    Les absences de rang supérieur au repère sont avisées.
      *    Saisie n'ajoute une absence qu'en fin de fichier et ne
      *    supprime aucune ligne : le rang d'une absence déjà avisée
      *    ne change pas d'un passage à l'autre
       EXTRAIRE-ABSENCES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT ELEVES.
           IF WS-ELEVES-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "input.dat INDISPONIBLE (STATUS "
                   WS-ELEVES-STATUS "), AUCUNE ABSENCE RELEVEE"
           ELSE
               OPEN OUTPUT NOTIFICATIONS
               IF WS-NOTIF-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "FICHIER DES AVIS INDISPONIBLE (STATUS "
                       WS-NOTIF-STATUS "), AUCUNE ABSENCE AVISEE"
               ELSE
                   PERFORM UNTIL WS-FIN-FICHIER = "Y"
                   READ ELEVES
                   AT END
                       MOVE "Y" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM TRAITER-LIGNE
                   END-READ
                   END-PERFORM
                   CLOSE NOTIFICATIONS
                   PERFORM CONTROLER-REPERE
                   IF WS-RANG-ABSENCE < WS-REPERE-RANG
                       IF WS-CODE-RETOUR < 4
                           MOVE 4 TO WS-CODE-RETOUR
                       END-IF
                       DISPLAY "ATTENTION : " WS-RANG-ABSENCE
                           " ABSENCE(S) DANS input.dat POUR "
                           WS-REPERE-RANG " DEJA AVISEE(S), LIGNES "
                           "03 RETIREES A LA MAIN ?"
                   END-IF
                   IF WS-AVIS-ECRITS = "O"
                       PERFORM ECRIRE-REPERE
                   ELSE
                       DISPLAY "AVIS INCOMPLETS : REPERE NON AVANCE, "
                           "LES ABSENCES SERONT REPRISES"
                   END-IF
               END-IF
               CLOSE ELEVES
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

       TRAITER-LIGNE.
           EVALUATE F-LIGNE(1:2)
               WHEN "00"
                   MOVE F-LIGNE(14:4) TO WS-ANNEE-FICHIER
                   MOVE F-LIGNE(18:1) TO WS-TRIM-FICHIER
               WHEN "04"
                   MOVE F-LIGNE(3:5) TO WS-CLASSE-COURANTE
                   MOVE SPACES TO WS-ID-COURANT
                   MOVE SPACES TO WS-NOM-COURANT
                   MOVE SPACES TO WS-PRENOM-COURANT
               WHEN "01"
                   MOVE F-LIGNE(3:6) TO WS-ID-COURANT
                   MOVE F-LIGNE(9:7) TO WS-NOM-COURANT
                   MOVE F-LIGNE(16:6) TO WS-PRENOM-COURANT
               WHEN "03"
                   PERFORM CONTROLER-REPERE
                   ADD 1 TO WS-RANG-ABSENCE
                   IF WS-RANG-ABSENCE > WS-REPERE-RANG
                       ADD 1 TO WS-NBR-NOUVELLES
                       PERFORM AVISER-ABSENCE
                   END-IF
           END-EVALUATE.

      *    À la première absence (ou en fin de fichier sans
      *    absence), compare la période d'input.dat à celle du
      *    repère : une autre période est un nouveau fichier, le
      *    repère repart de zéro
       CONTROLER-REPERE.
           IF WS-REPERE-CONTROLE = "N"
               MOVE "O" TO WS-REPERE-CONTROLE
               IF WS-ANNEE-FICHIER NOT = WS-REPERE-ANNEE
               OR WS-TRIM-FICHIER NOT = WS-REPERE-TRIM
                   IF WS-REPERE-RANG > 0
                       DISPLAY "NOUVELLE PERIODE " WS-ANNEE-FICHIER
                           " T" WS-TRIM-FICHIER " (REPERE "
                           WS-REPERE-ANNEE " T" WS-REPERE-TRIM
                           "), REPERE REMIS A ZERO"
                   END-IF
                   MOVE 0 TO WS-REPERE-RANG
               END-IF
           END-IF.

      *    Une absence nouvelle : un avis par contact utilisable de
      *    la fiche famille de l'élève en cours, sinon une exception
       AVISER-ABSENCE.
           MOVE F-LIGNE(3:8) TO WS-DATE-ABS.
           MOVE F-LIGNE(31:1) TO WS-STATUT-ABS.
           MOVE F-LIGNE(32:2) TO WS-DEMI-J-ABS.
           MOVE SPACES TO EXN-DETAIL.
           IF WS-ID-COURANT = SPACES
               MOVE "ABSENCE SANS ELEVE" TO EXN-MOTIF
               MOVE F-LIGNE TO EXN-DETAIL
               PERFORM EXCEPTION-ABSENCE
           ELSE
               PERFORM CHERCHER-FAMILLE
               IF WS-IDX-FAM-TROUVE = 0
                   MOVE "ELEVE SANS FICHE FAMILLE" TO EXN-MOTIF
                   PERFORM EXCEPTION-ABSENCE
               ELSE
                   PERFORM CONTROLER-CONTACTS
                   IF WS-TEL-UTILISABLE = "N"
                   AND WS-MEL-UTILISABLE = "N"
                       MOVE "AUCUN CONTACT UTILISABLE" TO EXN-MOTIF
                       STRING "TEL " DELIMITED BY SIZE
                           WS-FAM-TEL(WS-IDX-FAM-TROUVE)
                           DELIMITED BY SIZE
                           " COURRIEL " DELIMITED BY SIZE
                           WS-FAM-MEL(WS-IDX-FAM-TROUVE)
                           DELIMITED BY SIZE
                           INTO EXN-DETAIL
                       PERFORM EXCEPTION-ABSENCE
                   ELSE
                       IF WS-TEL-UTILISABLE = "O"
                           MOVE "S" TO NOT-CANAL
                           MOVE WS-FAM-TEL(WS-IDX-FAM-TROUVE)
                               TO NOT-DESTINATAIRE
                           PERFORM ECRIRE-AVIS
                           ADD 1 TO WS-NBR-SMS
                       END-IF
                       IF WS-MEL-UTILISABLE = "O"
                           MOVE "C" TO NOT-CANAL
                           MOVE WS-FAM-MEL(WS-IDX-FAM-TROUVE)
                               TO NOT-DESTINATAIRE
                           PERFORM ECRIRE-AVIS
                           ADD 1 TO WS-NBR-COURRIELS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHERCHER-FAMILLE.
           MOVE 0 TO WS-IDX-FAM-TROUVE.
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
           UNTIL WS-IDX-FAM > WS-NBR-FAM
           OR WS-IDX-FAM-TROUVE > 0
               IF WS-FAM-ID(WS-IDX-FAM) = WS-ID-COURANT
                   MOVE WS-IDX-FAM TO WS-IDX-FAM-TROUVE
               END-IF
           END-PERFORM.

      *    Contrôle le portable et le courriel de la fiche trouvée
       CONTROLER-CONTACTS.
           MOVE "N" TO WS-TEL-UTILISABLE.
           IF WS-FAM-TEL(WS-IDX-FAM-TROUVE) IS NUMERIC
           AND (WS-FAM-TEL(WS-IDX-FAM-TROUVE)(1:2) = "06"
               OR WS-FAM-TEL(WS-IDX-FAM-TROUVE)(1:2) = "07")
               MOVE "O" TO WS-TEL-UTILISABLE
           END-IF.
           MOVE "N" TO WS-MEL-UTILISABLE.
           MOVE 0 TO WS-LG-MEL.
           MOVE 0 TO WS-NBR-AROBASES.
           MOVE 0 TO WS-POS-AROBASE.
           INSPECT WS-FAM-MEL(WS-IDX-FAM-TROUVE)
               TALLYING WS-LG-MEL FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-FAM-MEL(WS-IDX-FAM-TROUVE)
               TALLYING WS-NBR-AROBASES FOR ALL "@".
           INSPECT WS-FAM-MEL(WS-IDX-FAM-TROUVE)
               TALLYING WS-POS-AROBASE
               FOR CHARACTERS BEFORE INITIAL "@".
           IF WS-NBR-AROBASES = 1
           AND WS-POS-AROBASE > 0
           AND WS-POS-AROBASE + 3 < WS-LG-MEL
               MOVE "O" TO WS-MEL-UTILISABLE
               IF WS-LG-MEL < 40
                   IF WS-FAM-MEL(WS-IDX-FAM-TROUVE)(WS-LG-MEL + 1:)
                       NOT = SPACES
                       MOVE "N" TO WS-MEL-UTILISABLE
                   END-IF
               END-IF
           END-IF.
           IF WS-MEL-UTILISABLE = "O"
               COMPUTE WS-LG-DOMAINE = WS-LG-MEL - WS-POS-AROBASE - 1
               MOVE 0 TO WS-NBR-POINTS
               INSPECT WS-FAM-MEL(WS-IDX-FAM-TROUVE)
                   (WS-POS-AROBASE + 2:WS-LG-DOMAINE)
                   TALLYING WS-NBR-POINTS FOR ALL "."
               IF WS-NBR-POINTS = 0
               OR WS-FAM-MEL(WS-IDX-FAM-TROUVE)
                   (WS-POS-AROBASE + 2:1) = "."
               OR WS-FAM-MEL(WS-IDX-FAM-TROUVE)(WS-LG-MEL:1) = "."
                   MOVE "N" TO WS-MEL-UTILISABLE
               END-IF
           END-IF.

      *    Écrit un avis sur le canal et vers le destinataire déjà
      *    posés dans NOT-CANAL et NOT-DESTINATAIRE
       ECRIRE-AVIS.
           MOVE WS-RANG-ABSENCE TO WS-RANG-REF.
           MOVE SPACES TO NOT-REF.
           STRING WS-ANNEE-FICHIER WS-TRIM-FICHIER WS-RANG-REF
               DELIMITED BY SIZE INTO NOT-REF.
           MOVE WS-FAM-RESP(WS-IDX-FAM-TROUVE) TO NOT-RESP.
           MOVE WS-ID-COURANT TO NOT-ID.
           MOVE WS-NOM-COURANT TO NOT-NOM.
           MOVE WS-PRENOM-COURANT TO NOT-PRENOM.
           MOVE WS-CLASSE-COURANTE TO NOT-CLASSE.
           MOVE WS-DATE-ABS TO NOT-DATE-ABS.
           MOVE WS-DEMI-J-ABS TO NOT-DEMI-J.
           MOVE WS-STATUT-ABS TO NOT-STATUT.
           MOVE SPACE TO NOT-SEP1.
           MOVE SPACE TO NOT-SEP2.
           MOVE SPACE TO NOT-SEP3.
           MOVE SPACE TO NOT-SEP4.
           MOVE SPACE TO NOT-SEP5.
           MOVE SPACE TO NOT-SEP6.
           MOVE SPACE TO NOT-SEP7.
           MOVE SPACE TO NOT-SEP8.
           MOVE SPACE TO NOT-SEP9.
           MOVE SPACE TO NOT-SEP10.
           WRITE NOTIFICATION-LIGNE.
           IF WS-NOTIF-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               MOVE "N" TO WS-AVIS-ECRITS
               DISPLAY "ECRITURE AVIS REFUSEE (STATUS "
                   WS-NOTIF-STATUS ") POUR " WS-ID-COURANT
           END-IF.

      *    Une absence sans avis possible, motif et détail déjà
      *    posés dans EXN-MOTIF et EXN-DETAIL
       EXCEPTION-ABSENCE.
           MOVE WS-ID-COURANT TO EXN-ID.
           MOVE WS-NOM-COURANT TO EXN-NOM.
           MOVE WS-PRENOM-COURANT TO EXN-PRENOM.
           MOVE WS-CLASSE-COURANTE TO EXN-CLASSE.
           MOVE WS-DATE-ABS TO EXN-DATE-ABS.
           PERFORM ECRIRE-EXCEPTION.

       ECRIRE-EXCEPTION.
           MOVE SPACE TO EXN-SEP1.
           MOVE SPACE TO EXN-SEP2.
           MOVE SPACE TO EXN-SEP3.
           MOVE SPACE TO EXN-SEP4.
           MOVE SPACE TO EXN-SEP5.
           MOVE SPACE TO EXN-SEP6.
           WRITE EXCEPTION-LIGNE.
           IF WS-EXCEPTIONS-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "ECRITURE EXCEPTION REFUSEE (STATUS "
                   WS-EXCEPTIONS-STATUS ") POUR " EXN-ID
           END-IF.
           ADD 1 TO WS-NBR-EXCEPTIONS.

      *    Réécrit le repère : période d'input.dat et rang de la
      *    dernière absence du fichier, désormais avisée
       ECRIRE-REPERE.
           OPEN OUTPUT REPERE.
           IF WS-REPERE-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "REPERE INDISPONIBLE (STATUS "
                   WS-REPERE-STATUS "), LES ABSENCES DU JOUR "
                   "SERONT AVISEES A NOUVEAU"
           ELSE
               MOVE WS-ANNEE-FICHIER TO REP-ANNEE
               MOVE WS-TRIM-FICHIER TO REP-TRIM
               MOVE WS-RANG-ABSENCE TO REP-RANG
               MOVE WS-DATE-JOUR TO REP-DATE
               MOVE WS-HEURE-JOUR TO REP-HEURE
               MOVE SPACE TO REP-SEP1
               MOVE SPACE TO REP-SEP2
               MOVE SPACE TO REP-SEP3
               MOVE SPACE TO REP-SEP4
               WRITE REPERE-LIGNE
               IF WS-REPERE-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "ECRITURE REPERE REFUSEE (STATUS "
                       WS-REPERE-STATUS "), LES ABSENCES DU JOUR "
                       "SERONT AVISEES A NOUVEAU"
               END-IF
               CLOSE REPERE
           END-IF.

       BILAN-AVIS.
           DISPLAY "COMPTE RENDU PASSERELLE : " WS-NBR-ACCUSES
               " AVIS, " WS-NBR-NON-REMIS " NON REMIS".
           DISPLAY "ABSENCES NOUVELLES : " WS-NBR-NOUVELLES
               ", AVIS SMS : " WS-NBR-SMS ", AVIS COURRIEL : "
               WS-NBR-COURRIELS.
           DISPLAY "LISTE D EXCEPTION (notifications_exceptions.dat)"
               " : " WS-NBR-EXCEPTIONS " LIGNE(S)".
           IF WS-NBR-EXCEPTIONS > 0
           AND WS-CODE-RETOUR < 4
               MOVE 4 TO WS-CODE-RETOUR
           END-IF.
