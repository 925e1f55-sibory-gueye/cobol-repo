           05 MASTER-AGE PIC X(02).
           05 MASTER-CLASSE PIC X(5).
           05 MASTER-NIVEAU PIC X(3).
           05 MASTER-STATUT PIC X.
           05 MASTER-DATE-DEPART PIC X(8).
           05 MASTER-MOTIF-DEPART PIC X(20).

      *    Même largeur maximale que F-LIGNE de gestion2
       FD  LIGNES.
                           " DEJA AU REFERENTIEL SOUS L IDENTITE "
                           MASTER-NOM SPACE MASTER-PRENOM
                   ELSE
      *                Un élève marqué parti qui revient doit d'abord
      *                être réintégré par le programme referentiel :
      *                ses lignes seraient de toute façon rejetées
      *                par gestion2
                   IF MASTER-STATUT = "P"
                       MOVE "O" TO WS-ARR-ECARTE(WS-INDEX1)
                       ADD 1 TO WS-NBR-ECARTES
                       DISPLAY "ARRIVANT ECARTE : "
                           WS-ARR-ID(WS-INDEX1)
                           " MARQUE PARTI AU REFERENTIEL LE "
                           MASTER-DATE-DEPART ", A REINTEGRER"
                   ELSE
                       DISPLAY "ARRIVANT DEJA AU REFERENTIEL : "
                           WS-ARR-ID(WS-INDEX1) SPACE
                           WS-ARR-NOM(WS-INDEX1)
                   END-IF
                   END-IF
               ELSE
                   MOVE WS-ARR-ID(WS-INDEX1) TO MASTER-ID
                   MOVE WS-ARR-NOM(WS-INDEX1) TO MASTER-NOM
                   MOVE "00" TO MASTER-AGE
                   MOVE WS-ARR-CLASSE(WS-INDEX1) TO MASTER-CLASSE
                   MOVE SPACES TO MASTER-NIVEAU
                   MOVE "A" TO MASTER-STATUT
                   MOVE SPACES TO MASTER-DATE-DEPART
                   MOVE SPACES TO MASTER-MOTIF-DEPART
                   WRITE MASTER-ELEVE
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE 12 TO WS-CODE-RETOUR
