           RECORD KEY IS MASTER-ID
           FILE STATUS IS WS-MASTER-STATUS.

      *    L'historique des modifications du référentiel tenu par le
      *    programme referentiel : quand la ligne "04" d'input.dat
      *    remet un élève dans une autre classe que celle du
      *    référentiel, le changement y est consigné comme une
      *    modification "C" faite depuis referentiel
           SELECT HISTORIQUE-REF ASSIGN TO "historique_referentiel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTO-REF-STATUS.

      *    Le fichier "output.dat" qui contiendra les résultats
      *    du programme
           SELECT RAPPORT ASSIGN TO "output.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

      *    Les inscriptions des élèves aux matières optionnelles du
      *    catalogue (latin, seconde langue...) : une ligne par élève
      *    et par option suivie, tenue par le programme referentiel.
      *    Fichier absent : le suivi des options n'est pas contrôlé
           SELECT INSCRIPTIONS-OPTIONS ASSIGN TO "options_eleves.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPTIONS-STATUS.

      *    Le calendrier scolaire de l'année : semaine type des
      *    demi-journées de classe, bornes des trimestres et périodes
      *    de fermeture (vacances, jours fériés). Les dates des lignes
      *    "03" y sont confrontées et il donne le nombre de
      *    demi-journées ouvertes du trimestre, base du taux
      *    d'assiduité. Fichier absent : contrôle et taux désactivés
           SELECT CALENDRIER ASSIGN TO "calendrier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDRIER-STATUS.

      *    Les paramètres d'exécution de l'établissement : clé de tri,
      *    seuils, année et trimestre, modes, barèmes des mentions,
      *    tolérances, et choix des étapes de sortie à produire. Un
      *    paramètre présent l'emporte sur la position correspondante
      *    de l'en-tête "00" ; fichier absent : en-tête et valeurs par
      *    défaut, toutes les étapes
           SELECT PARAMETRES ASSIGN TO "parametres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETRES-STATUS.

      *    Le journal des exécutions : une ligne par exécution avec
      *    date/heure, compteurs de lignes lues par type, totaux de
      *    contrôle et résultat du rapprochement, pour que
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFS-STATUS.

      *    Le référentiel des opérateurs de saisie : identifiant, nom,
      *    rôle (secrétariat, vie scolaire, direction) et code
      *    personnel de connexion à saisie. Les lignes d'amendement
      *    "05" y sont confrontées : seul un membre de la direction
      *    peut approuver un amendement. Contrairement aux
      *    professeurs, un référentiel absent ne désactive pas le
      *    contrôle, il fait rejeter tous les amendements
           SELECT OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATEURS-STATUS.

      *    Le registre permanent des amendements appliqués : élève,
      *    matière, ancienne et nouvelle note, approbateur, date
      *    d'application, estampillés année scolaire et trimestre.
      *    OPEN EXTEND, jamais OUTPUT hors création, comme l'archive :
      *    le registre traverse les exécutions pour les contestations
      *    de notes et les inspections
           SELECT REGISTRE-AMEND ASSIGN TO "registre_amendements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AMEND-STATUS.

      *    Le fichier de travail de la protection de re-exécution de
      *    l'archive : quand l'archive porte déjà l'estampille
      *    année + trimestre de cette exécution (trimestre relancé
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPT-STATUS.

      *    Le suivi des mesures d'accompagnement (soutien, PPRE,
      *    tutorat) décidées pour les élèves signalés, sur
      *    l'identifiant élève, tenu par le programme referentiel.
      *    Lu ici pour dire si l'élève a progressé depuis le début de
      *    sa mesure ; absent, aucun élève n'est sous mesure
           SELECT SUIVI-SOUTIEN ASSIGN TO "suivi_soutien.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUI-ID
           FILE STATUS IS WS-SUIVI-STATUS.

      *    La liste des élèves à risque, paginée par classe comme le
      *    dossier du conseil : signaux de chaque élève signalé et
      *    bilan de sa mesure de suivi
           SELECT RISQUES ASSIGN TO "eleves_risque.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RISQUES-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 F-LIGNE-MAT PIC X(31).
      *    Extension pour la ligne d'amendement "05", la plus longue
      *    du fichier (59 caractères) (requête 015)
      *    Elle occupe désormais les 60 caractères : le motif est
      *    ramené à 15 caractères pour loger l'approbateur en 55-60
           05 F-LIGNE-SUITE PIC X(6).

      *    Un groupe de variables pour les élèves enregistrés depuis
           05 MASTER-AGE PIC X(02).
           05 MASTER-CLASSE PIC X(5).
           05 MASTER-NIVEAU PIC X(3).
      *    Situation de l'élève, tenue par le programme referentiel :
      *    "A" (ou blanc) élève présent, "P" élève parti de
      *    l'établissement, avec la date (AAAAMMJJ) et le motif du
      *    départ. Ajoutés en fin d'enregistrement comme la classe et
      *    le niveau : un référentiel antérieur doit être reconstruit
           05 MASTER-STATUT PIC X.
           05 MASTER-DATE-DEPART PIC X(8).
           05 MASTER-MOTIF-DEPART PIC X(20).

      *    Même dessin que HISTORIQUE-LIGNE de referentiel
       FD  HISTORIQUE-REF.
       01  HISTO-REF-LIGNE.
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

       FD  RAPPORT.
       01  ELEVES-OUT.
      *    coefficient officiel (3 chiffres, virgule implicite IIF,
      *    comme sur les lignes "02") et seuil de réussite de la
      *    matière (4 chiffres, IIFF) (requête 013)
      *    Le niveau ("6E", "5E"...) et le type de la matière ("T"
      *    tronc commun, "O" option) sont ajoutés en fin de ligne : une
      *    ligne sans niveau vaut pour tous les niveaux, une ligne
      *    sans type est du tronc commun, de sorte qu'un catalogue
      *    plat antérieur se relit à l'identique. Une ligne propre à
      *    un niveau l'emporte sur la ligne sans niveau de même nom
       FD  CATALOGUE.
       01  CATALOGUE-LIGNE.
           05 CAT-NOM PIC X(21).
           05 CAT-COEF PIC 99V9.
           05 CAT-SEP2 PIC X.
           05 CAT-SEUIL PIC 99V99.
           05 CAT-SEP3 PIC X.
           05 CAT-NIVEAU PIC X(3).
           05 CAT-SEP4 PIC X.
           05 CAT-TYPE PIC X.

      *    Une inscription à une option : identifiant de l'élève et
      *    nom de la matière, tel qu'au catalogue
       FD  INSCRIPTIONS-OPTIONS.
       01  OPTION-LIGNE.
           05 OPT-ID PIC X(6).
           05 OPT-SEP1 PIC X.
           05 OPT-MATIERE PIC X(21).

      *    Une ligne du calendrier scolaire, trois dessins sous le
      *    même FD selon le code en tête de ligne :
      *    "AN" l'année scolaire (année de début, comme en positions
      *    14-17 de l'en-tête "00") et la semaine type, nombre de
      *    demi-journées de classe du lundi au dimanche (0, 1 ou 2,
      *    blanc vaut "2222200") ;
      *    "TR" un trimestre et ses dates de début et de fin
      *    (AAAAMMJJ, bornes comprises) ;
      *    "FE" une période de fermeture, du/au (AAAAMMJJ, fin à
      *    blanc pour un seul jour) et son libellé
       FD  CALENDRIER.
       01  CAL-ANNEE-LIGNE.
           05 CAL-CODE PIC X(2).
           05 CAL-AN-SEP1 PIC X.
           05 CAL-AN-ANNEE PIC X(4).
           05 CAL-AN-SEP2 PIC X.
           05 CAL-AN-SEMAINE PIC X(7).

       01  CAL-TRIM-LIGNE.
           05 CAL-TR-CODE PIC X(2).
           05 CAL-TR-SEP1 PIC X.
           05 CAL-TR-TRIM PIC X.
           05 CAL-TR-SEP2 PIC X.
           05 CAL-TR-DEBUT PIC X(8).
           05 CAL-TR-SEP3 PIC X.
           05 CAL-TR-FIN PIC X(8).

       01  CAL-FERME-LIGNE.
           05 CAL-FE-CODE PIC X(2).
           05 CAL-FE-SEP1 PIC X.
           05 CAL-FE-DEBUT PIC X(8).
           05 CAL-FE-SEP2 PIC X.
           05 CAL-FE-FIN PIC X(8).
           05 CAL-FE-SEP3 PIC X.
           05 CAL-FE-LIBELLE PIC X(20).

      *    Une ligne de parametres.dat : un mot-clé et sa valeur,
      *    séparés par un blanc. Une ligne commençant par "*" est un
      *    commentaire. Mots-clés :
      *    CLE-TRI (N, A ou M), SEUIL-REUSSITE, FELICITATIONS,
      *    TABLEAU (notes sur 20, "10,00"), ANNEE (AAAA), TRIMESTRE
      *    (1 à 3), FIN-ANNEE et BLOCAGE-NOTES (O ou N), ABS-MENTION
      *    et TOLERANCE-REJ (entiers), MARGE-RESERVES et
      *    TOLERANCE-PROG ("0,50"), ETAPE (une ligne par étape de
      *    sortie à produire : COMPLETUDE, ARCHIVE, RAPPORT,
      *    BULLETINS, DOSSIER, CONSEIL, STATISTIQUES, PROFESSEURS,
      *    ABSENCES, LETTRES, EXPORT, RISQUES ; sans ligne ETAPE,
      *    toutes), ECHECS-RISQUE (nombre de matières sous leur seuil
      *    qui signale un élève à risque)
       FD  PARAMETRES.
       01  PARAMETRE-LIGNE.
           05 PRM-CODE PIC X(16).
           05 PRM-SEP1 PIC X.
           05 PRM-VALEUR PIC X(20).

      *    Une ligne du journal des exécutions : horodatage, lignes
      *    lues par type d'enregistrement, élèves et matières chargés,
      *    fin d'enregistrement (requête 023)
           05 JRN-SEP19 PIC X.
           05 JRN-NB-06 PIC 9(06).
      *    Les paramètres effectivement appliqués par l'exécution,
      *    pour retrouver après coup les barèmes qui ont produit un
      *    jeu de mentions : origine ("F" parametres.dat présent, "E"
      *    en-tête "00" et valeurs par défaut), réglages, puis une
      *    lettre O/N par étape de sortie dans l'ordre de WS-ETAPES
           05 JRN-SEP20 PIC X.
           05 JRN-PRM-ORIGINE PIC X.
           05 JRN-SEP21 PIC X.
           05 JRN-PRM-CLE-TRI PIC X.
           05 JRN-SEP22 PIC X.
           05 JRN-PRM-SEUIL PIC 99V99.
           05 JRN-SEP23 PIC X.
           05 JRN-PRM-ANNEE PIC X(4).
           05 JRN-SEP24 PIC X.
           05 JRN-PRM-TRIMESTRE PIC 9.
           05 JRN-SEP25 PIC X.
           05 JRN-PRM-FIN-ANNEE PIC X.
           05 JRN-SEP26 PIC X.
           05 JRN-PRM-BLOCAGE PIC X.
           05 JRN-SEP27 PIC X.
           05 JRN-PRM-FELICITATIONS PIC 99V99.
           05 JRN-SEP28 PIC X.
           05 JRN-PRM-TABLEAU PIC 99V99.
           05 JRN-SEP29 PIC X.
           05 JRN-PRM-ABS-MENTION PIC 9(02).
           05 JRN-SEP30 PIC X.
           05 JRN-PRM-TOL-REJETS PIC 9(05).
           05 JRN-SEP31 PIC X.
           05 JRN-PRM-MARGE PIC 9V99.
           05 JRN-SEP32 PIC X.
           05 JRN-PRM-TOL-PROG PIC 9V99.
           05 JRN-SEP33 PIC X.
           05 JRN-PRM-ETAPES PIC X(12).
      *    Nombre de matières sous leur seuil qui signale un élève
      *    dans la liste des élèves à risque
           05 JRN-SEP34 PIC X.
           05 JRN-PRM-ECHECS-RISQUE PIC 9(02).

      *    Le fichier d'échange de l'académie, trois dessins sous le
      *    même FD (comme F-LIGNE/F-ELEVE/F-MATIERES pour ELEVES) :
           05 PRF-SEP1 PIC X.
           05 PRF-NOM PIC X(20).

      *    Une ligne du référentiel des opérateurs : identifiant, nom,
      *    rôle ("S" secrétariat, "V" vie scolaire, "D" direction) et
      *    code personnel, que seul saisie contrôle
       FD  OPERATEURS.
       01  OPERATEUR-LIGNE.
           05 OPE-ID PIC X(6).
           05 OPE-SEP1 PIC X.
           05 OPE-NOM PIC X(20).
           05 OPE-SEP2 PIC X.
           05 OPE-ROLE PIC X.
           05 OPE-SEP3 PIC X.
           05 OPE-CODE PIC X(6).

      *    Une ligne du registre des amendements : estampille année +
      *    trimestre de l'exécution comme l'archive, l'amendement tel
      *    qu'appliqué, son approbateur, puis date et heure
      *    d'application
       FD  REGISTRE-AMEND.
       01  REG-AMEND-LIGNE.
           05 RAM-ANNEE PIC X(4).
           05 RAM-SEP1 PIC X.
           05 RAM-TRIMESTRE PIC 9.
           05 RAM-SEP2 PIC X.
           05 RAM-ID PIC X(6).
           05 RAM-SEP3 PIC X.
           05 RAM-MATIERE PIC X(21).
           05 RAM-SEP4 PIC X.
           05 RAM-ANC-NOTE PIC 999V99.
           05 RAM-SEP5 PIC X.
           05 RAM-NOUV-NOTE PIC 999V99.
           05 RAM-SEP6 PIC X.
           05 RAM-APPROBATEUR PIC X(6).
           05 RAM-SEP7 PIC X.
           05 RAM-DATE PIC X(8).
           05 RAM-SEP8 PIC X.
           05 RAM-HEURE PIC X(8).
           05 RAM-SEP9 PIC X.
           05 RAM-MOTIF PIC X(15).

      *    Une ligne de l'archive recopiée telle quelle par la
      *    protection de re-exécution, même largeur que
      *    ARCHIVE-LIGNE (requête 024)
       01  DOSSIER-LIGNE PIC X(80).

      *    Une fiche de contact de famille : identifiant élève,
      *    responsable légal et deux lignes d'adresse (requête 028),
      *    puis le portable et le courriel du responsable, lus par
      *    notifier pour les avis d'absence du jour
       FD  FAMILLES.
       01  FAMILLE-LIGNE.
           05 FAM-ID PIC X(6).
           05 FAM-ADR1 PIC X(30).
           05 FAM-SEP3 PIC X.
           05 FAM-ADR2 PIC X(30).
           05 FAM-SEP4 PIC X.
           05 FAM-TEL PIC X(10).
           05 FAM-SEP5 PIC X.
           05 FAM-MEL PIC X(40).

      *    Une ligne de lettre, composée dans WS-LIGNE-LETTRE comme
      *    les lignes du dossier du conseil (requête 028)
           05 EXC-SEP4 PIC X.
           05 EXC-MOTIF PIC X(25).

      *    Une mesure de suivi : élève, mesure ("SOUTIEN", "PPRE" ou
      *    "TUTORAT"), année scolaire et trimestre de début, date de
      *    la décision
       FD  SUIVI-SOUTIEN.
       01  SUIVI-ENREG.
           05 SUI-ID PIC X(6).
           05 SUI-MESURE PIC X(7).
           05 SUI-ANNEE PIC X(4).
           05 SUI-TRIM PIC 9.
           05 SUI-DATE-DECISION PIC X(8).

      *    Une ligne de la liste des élèves à risque, composée dans
      *    WS-LIGNE-DOSSIER comme les lignes du dossier du conseil
       FD  RISQUES.
       01  RISQUE-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CLASSE.
      *        COMPTABILISER-ABSENCES (requête 017)
               10 WS-TOT-DJ-JUST PIC 9(03) VALUE 0.
               10 WS-TOT-DJ-INJUST PIC 9(03) VALUE 0.
      *        Taux d'assiduité du trimestre en pourcentage des
      *        demi-journées ouvertes du calendrier, calculé par
      *        COMPTABILISER-ABSENCES quand le calendrier est actif
               10 WS-TAUX-ASSID-ELEVE PIC 999V9 VALUE 0.

      *    WS-TEMPO-NOTE est réutilisée via WS-TEMPO-NOTE-R : F-LIGNE
      *    ne porte pas de virgule, donc un MOVE alphanumérique direct
       77  WS-IDX-HOMONYME PIC 9(04) VALUE 0.
       77  WS-ID-EN-DOUBLE PIC X VALUE "N".
       77  WS-MASTER-TROUVE PIC X VALUE "N".
      *    Classe et niveau du référentiel avant et après leur
      *    alignement sur la ligne "04" courante, pour l'historique
      *    du référentiel
       77  WS-HISTO-REF-STATUS PIC XX VALUE SPACES.
       77  WS-AVANT-HIS PIC X(30) VALUE SPACES.
       77  WS-APRES-HIS PIC X(30) VALUE SPACES.
      *    "O" quand la dernière ligne "01" lue a été rejetée : les
      *    lignes "02"/"03" suivantes sont alors rejetées elles aussi
      *    au lieu de se rattacher en silence à l'élève précédent —
      *    unique devait éliminer. Remis à "N" par la première ligne
      *    "01" ou "04" acceptée (correction revue de la requête 010)
       77  WS-ELEVE-REJETE PIC X VALUE "N".
      *    "O" quand la dernière ligne "01" a été rejetée parce que
      *    l'élève est marqué parti au référentiel : ses notes et
      *    absences sont rejetées sous un motif explicite plutôt que
      *    sous ELEVE PRECEDENT REJETE
       77  WS-ELEVE-PARTI PIC X VALUE "N".
      *    "O" quand le référentiel permanent est réellement ouvert :
      *    sur tout échec d'ouverture autre que "fichier jamais créé"
      *    (status 35), les contrôles et inscriptions au référentiel
       77  WS-DJ-EDITE PIC ZZ9.
       77  WS-NBR-EDITE PIC ZZ9.

      *    Zones de la liste des élèves à risque. Un élève est signalé
      *    dès un signal parmi quatre : moyenne en baisse sur le
      *    trimestre précédent (même règle que RAPPORT-PROGRESSION),
      *    au moins WS-SEUIL-ECHECS-RISQUE matières sous leur seuil
      *    du catalogue, demi-journées injustifiées au seuil d'alerte
      *    WS-SEUIL-DJ-ACADEMIE, Avertissement à un trimestre
      *    précédent de l'année (mention portée par la ligne "G" de
      *    l'archive). Les signaux sont tenus par élève, à côté de
      *    WS-HISTORIQUE
       77  WS-RISQUES-STATUS PIC XX VALUE SPACES.
       77  WS-SUIVI-STATUS PIC XX VALUE SPACES.
       77  WS-SUIVI-DISPONIBLE PIC X VALUE "N".
       77  WS-INDEX-DISPONIBLE PIC X VALUE "N".
       77  WS-SEUIL-ECHECS-RISQUE PIC 9(02) VALUE 2.
       01  WS-RISQUES.
           05 WS-RISQUE-ELEVE OCCURS 999 TIMES.
               10 WS-RSQ-BAISSE PIC X.
               10 WS-RSQ-ECHECS PIC 9(02).
               10 WS-RSQ-ABSENCES PIC X.
               10 WS-RSQ-AVERT PIC X.
               10 WS-RSQ-SIGNAUX PIC 9.
       77  WS-NBR-SIGNAUX PIC 9 VALUE 0.
       77  WS-NBR-A-RISQUE PIC 9(03) VALUE 0.
       77  WS-NBR-SOUS-MESURE PIC 9(03) VALUE 0.
       77  WS-NBR-SANS-MESURE PIC 9(03) VALUE 0.
       77  WS-TOT-A-RISQUE PIC 9(04) VALUE 0.
       77  WS-SEUIL-NOTE PIC 99V99 VALUE 0.
       77  WS-MESURE-TROUVEE PIC X VALUE "N".
       77  WS-MOY-DEBUT PIC 99V99 VALUE 0.
       77  WS-MOY-DEBUT-PRES PIC X VALUE "N".

      *    Le fichier de contact des familles chargé en mémoire
      *    (requête 028) : une fiche par élève du référentiel, à
      *    concurrence de la capacité de WS-CLASSE
      *    absent, et le contrôle des lignes "02" est alors désactivé
      *    (fichiers des années antérieures au catalogue)
      *    (requête 013)
      *    Une entrée par matière et par niveau : la capacité couvre
      *    les quatre niveaux du collège
       01  WS-CATALOGUE.
           05 WS-NBR-MAT-CAT PIC 9(03) VALUE 0.
           05 WS-MAT-CAT OCCURS 150 TIMES.
               10 WS-NOM-MAT-CAT PIC X(21).
               10 WS-COEF-CAT PIC 99V9.
               10 WS-SEUIL-CAT PIC 99V99.
               10 WS-NIVEAU-CAT PIC X(3).
               10 WS-TYPE-CAT PIC X.
       77  WS-CATALOGUE-STATUS PIC XX VALUE SPACES.
       77  WS-MAX-MAT-CAT PIC 9(03) VALUE 150.
       77  WS-IDX-CAT PIC 9(03) VALUE 0.
      *    Recherche d'une matière dans le catalogue pour un niveau
      *    donné (CHERCHER-MATIERE-CATALOGUE) : matière et niveau
      *    cherchés (WS-NIVEAU-TRAVAIL), index de parcours propre pour
      *    pouvoir chercher depuis une boucle sur WS-IDX-CAT
       77  WS-NOM-MAT-RECH PIC X(21) VALUE SPACES.
       77  WS-IDX-CAT-RECH PIC 9(03) VALUE 0.

      *    Les inscriptions aux options chargées depuis
      *    options_eleves.dat. WS-OPTIONS-CHARGEES à "N" (fichier
      *    absent) : le suivi des options n'est pas connu, une option
      *    n'est alors attendue d'aucun élève mais les notes reçues
      *    sont comptées
       01  WS-INSCRIPTIONS.
           05 WS-NBR-INSCR PIC 9(04) VALUE 0.
           05 WS-INSCR OCCURS 2000 TIMES.
               10 WS-INSCR-ID PIC X(6).
               10 WS-INSCR-MATIERE PIC X(21).
       77  WS-OPTIONS-STATUS PIC XX VALUE SPACES.
       77  WS-MAX-INSCR PIC 9(04) VALUE 2000.
       77  WS-IDX-INSCR PIC 9(04) VALUE 0.
       77  WS-OPTIONS-CHARGEES PIC X VALUE "N".
      *    Élève dont on vérifie le suivi d'une matière
      *    (VERIFIER-SUIVI-MATIERE) et résultat : "O" quand l'élève
      *    suit la matière WS-IDX-CAT-TROUVE à son niveau
       77  WS-ID-RECH PIC X(6) VALUE SPACES.
       77  WS-MATIERE-SUIVIE PIC X VALUE "N".

      *    Le calendrier scolaire, préparé à la première ligne "03"
      *    validée (ou au décompte des absences) : il faut connaître
      *    l'année et le trimestre de l'en-tête "00", lu avec les
      *    données. WS-CAL-ACTIF à "O" seulement quand le calendrier
      *    est présent, de la bonne année et porte le trimestre de
      *    l'exécution ; sinon dates non contrôlées et taux N/A
       77  WS-CALENDRIER-STATUS PIC XX VALUE SPACES.
       77  WS-CAL-PREPARE PIC X VALUE "N".
       77  WS-CAL-ACTIF PIC X VALUE "N".
       77  WS-CAL-ANNEE PIC X(4) VALUE SPACES.
       77  WS-CAL-DEBUT-TRIM PIC X(8) VALUE SPACES.
       77  WS-CAL-FIN-TRIM PIC X(8) VALUE SPACES.
      *    Semaine type : demi-journées de classe du lundi (1) au
      *    dimanche (7)
       01  WS-CAL-SEMAINE PIC X(7) VALUE "2222200".
       01  WS-CAL-SEMAINE-R REDEFINES WS-CAL-SEMAINE.
           05 WS-CAL-DJ-SEMAINE PIC 9 OCCURS 7 TIMES.
       01  WS-CAL-SEMAINE-LUE PIC X(7) VALUE SPACES.
       01  WS-CAL-SEMAINE-LUE-R REDEFINES WS-CAL-SEMAINE-LUE.
           05 WS-CAL-DJ-LU PIC 9 OCCURS 7 TIMES.
      *    Les périodes de fermeture de l'année
       01  WS-FERMETURES.
           05 WS-NBR-FERME PIC 9(02) VALUE 0.
           05 WS-FERME OCCURS 40 TIMES.
               10 WS-FERME-DEBUT PIC X(8).
               10 WS-FERME-FIN PIC X(8).
       77  WS-MAX-FERME PIC 9(02) VALUE 40.
       77  WS-IDX-FERME PIC 9(02) VALUE 0.
      *    Demi-journées ouvertes du trimestre, demi-journées de
      *    classe de la date examinée et index de la semaine type
       77  WS-NBR-DJ-OUVERTES PIC 9(04) VALUE 0.
       77  WS-DJ-JOUR PIC 9 VALUE 0.
       77  WS-IDX-JOUR PIC 9 VALUE 0.
       77  WS-CAL-LIGNE-OK PIC X VALUE "O".
      *    Fin de lecture propre au calendrier : il est lu au milieu
      *    de la lecture d'input.dat, qui tient WS-FIN-FICHIER
       77  WS-FIN-CALENDRIER PIC X VALUE "N".
      *    Date examinée (VERIFIER-DATE, EVALUER-JOUR, JOUR-SUIVANT)
      *    et table des longueurs de mois, février corrigé des années
      *    bissextiles
       01  WS-DATE-CAL PIC X(8) VALUE SPACES.
       01  WS-DATE-CAL-R REDEFINES WS-DATE-CAL.
           05 WS-DATE-CAL-AAAA PIC 9(4).
           05 WS-DATE-CAL-MM PIC 99.
           05 WS-DATE-CAL-JJ PIC 99.
       01  WS-LONGUEURS-MOIS.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-LONGUEURS-MOIS-R REDEFINES WS-LONGUEURS-MOIS.
           05 WS-JOURS-MOIS PIC 99 OCCURS 12 TIMES.
       77  WS-JOURS-MOIS-COUR PIC 99 VALUE 0.
       77  WS-DATE-VALIDE PIC X VALUE "N".
      *    Calcul du jour de la semaine (congruence de Zeller) :
      *    année et mois décalés, somme, quotient et restes entiers
       77  WS-JS-ANNEE PIC 9(4) VALUE 0.
       77  WS-JS-MOIS PIC 99 VALUE 0.
       77  WS-JS-SOMME PIC 9(5) VALUE 0.
       77  WS-JS-QUOTIENT PIC 9(5) VALUE 0.
       77  WS-JS-RESTE PIC 99 VALUE 0.
       77  WS-JS-RESTE-100 PIC 99 VALUE 0.
       77  WS-JS-RESTE-400 PIC 9(3) VALUE 0.
      *    Taux d'assiduité : demi-journées d'absence cumulées et
      *    demi-journées dues par la classe, taux calculé et édité
       77  WS-DJ-ABSENT PIC 9(05) VALUE 0.
       77  WS-DJ-ABS-CLASSE PIC 9(06) VALUE 0.
       77  WS-DJ-DUES PIC 9(07) VALUE 0.
       77  WS-TAUX-ASSID PIC 999V9 VALUE 0.
       77  WS-TAUX-EDITE PIC ZZ9,9.
       77  WS-DJ-OUV-EDITE PIC ZZZ9.
      *    Rang de la matière de la ligne "02" courante dans le
      *    catalogue, posé par VALIDER-LIGNE et consommé par le
      *    chargement pour corriger le coefficient, même mécanisme
      *    que WS-MASTER-TROUVE (requête 013)
       77  WS-IDX-CAT-TROUVE PIC 9(03) VALUE 0.
       77  WS-NBR-COEF-CORRIGES PIC 9(03) VALUE 0.
      *    Totalisations des statistiques par matière (requête 013)
       77  WS-NOTE-MIN-MAT PIC 99V99 VALUE 0.
      *    lecture et appliqués sur WS-CLASSE une fois le chargement
      *    terminé, pour corriger une note sans ressaisir tout le
      *    fichier (requête 015)
      *    L'approbateur de la direction suit le motif ;
      *    WS-AMEND-INSCRIT passe à "O" quand le registre porte déjà
      *    cet amendement pour l'année et le trimestre (trimestre
      *    relancé), qui n'y est alors pas inscrit une seconde fois
       01  WS-AMENDEMENTS.
           05 WS-NBR-AMEND PIC 9(03) VALUE 0.
           05 WS-AMEND OCCURS 100 TIMES.
               10 WS-AMEND-MATIERE PIC X(21).
               10 WS-AMEND-ANC-NOTE PIC 999V99.
               10 WS-AMEND-NOUV-NOTE PIC 999V99.
               10 WS-AMEND-MOTIF PIC X(15).
               10 WS-AMEND-APPROB PIC X(6).
               10 WS-AMEND-INSCRIT PIC X.
       77  WS-MAX-AMEND PIC 9(03) VALUE 100.
       77  WS-IDX-AMEND PIC 9(03) VALUE 0.
       77  WS-NBR-AMEND-APPLIQUES PIC 9(03) VALUE 0.
       77  WS-MAX-PROFS PIC 9(02) VALUE 50.
       77  WS-IDX-PROF PIC 9(02) VALUE 0.

      *    Le référentiel des opérateurs chargé en mémoire depuis
      *    operateurs.dat, identifiant et rôle seulement : c'est tout
      *    ce que demande le contrôle de l'approbateur des lignes
      *    "05". WS-NBR-OPE à zéro : référentiel absent ou vide,
      *    aucun amendement ne peut être approuvé
       01  WS-OPERATEURS.
           05 WS-NBR-OPE PIC 9(02) VALUE 0.
           05 WS-OPE-T OCCURS 50 TIMES.
               10 WS-ID-OPE PIC X(6).
               10 WS-ROLE-OPE PIC X.
       77  WS-OPERATEURS-STATUS PIC XX VALUE SPACES.
       77  WS-MAX-OPE PIC 9(02) VALUE 50.
       77  WS-IDX-OPE PIC 9(02) VALUE 0.
       77  WS-IDX-OPE-TROUVE PIC 9(02) VALUE 0.
      *    Registre des amendements : "O" une fois ouvert en
      *    extension, sans quoi aucun amendement n'est appliqué —
      *    une note ne change pas sans trace au registre
       77  WS-REG-AMEND-STATUS PIC XX VALUE SPACES.
       77  WS-REG-AMEND-OUVERT PIC X VALUE "N".

      *    Les affectations lues depuis les lignes "06" d'input.dat :
      *    une matière du catalogue, dans une classe, confiée à un
      *    professeur du référentiel. Une seconde ligne "06" pour le
       77  WS-NBR-REUSSITE PIC 9(03) VALUE 0.
       77  WS-NBR-ECHEC PIC 9(03) VALUE 0.

      *    Zones du fichier des paramètres d'exécution. Chaque
      *    paramètre lu est déposé directement dans sa zone de travail
      *    (WS-CLE-TRI, WS-SEUIL-FELICITATIONS...) ; pour ceux que
      *    l'en-tête "00" porte aussi, l'indicateur correspondant
      *    empêche l'en-tête de les écraser ensuite
       77  WS-PARAMETRES-STATUS PIC XX VALUE SPACES.
       77  WS-FIN-PARAMETRES PIC X VALUE "N".
       77  WS-PARAMETRES-LUS PIC X VALUE "N".
       77  WS-PARAMETRES-INVALIDES PIC X VALUE "N".
       77  WS-PRM-LIGNE-OK PIC X VALUE "N".
       77  WS-NUM-LIGNE-PRM PIC 9(03) VALUE 0.
       01  WS-PRM-FIXES.
           05 WS-PRM-CLE-TRI-FIXE PIC X VALUE "N".
           05 WS-PRM-SEUIL-FIXE PIC X VALUE "N".
           05 WS-PRM-ANNEE-FIXE PIC X VALUE "N".
           05 WS-PRM-TRIM-FIXE PIC X VALUE "N".
           05 WS-PRM-FIN-ANNEE-FIXE PIC X VALUE "N".
           05 WS-PRM-BLOCAGE-FIXE PIC X VALUE "N".
      *    Décodage d'une valeur : longueur utile (jusqu'au premier
      *    blanc), valeur entière, valeur décimale "9,99" ou "99,99"
       77  WS-PRM-LONGUEUR PIC 9(02) VALUE 0.
       77  WS-PRM-ENTIER PIC 9(05) VALUE 0.
       01  WS-PRM-DECIMAL PIC 99V99 VALUE 0.
       01  WS-PRM-DECIMAL-R REDEFINES WS-PRM-DECIMAL.
           05 WS-PRM-DECIMAL-INT PIC 99.
           05 WS-PRM-DECIMAL-FRAC PIC 99.
      *    Les étapes de sortie de l'exécution, toutes à "O" par
      *    défaut. La première ligne ETAPE les remet toutes à "N" :
      *    seules les étapes nommées sont alors produites, pour
      *    régénérer par exemple lettres.dat seul après une
      *    correction sans réécrire l'archive. Lecture, amendements,
      *    calculs et journal ont toujours lieu
       77  WS-ETAPES-CHOISIES PIC X VALUE "N".
       01  WS-ETAPES.
           05 WS-ETAPE-COMPLETUDE PIC X VALUE "O".
           05 WS-ETAPE-ARCHIVE PIC X VALUE "O".
           05 WS-ETAPE-RAPPORT PIC X VALUE "O".
           05 WS-ETAPE-BULLETINS PIC X VALUE "O".
           05 WS-ETAPE-DOSSIER PIC X VALUE "O".
           05 WS-ETAPE-CONSEIL PIC X VALUE "O".
           05 WS-ETAPE-STATISTIQUES PIC X VALUE "O".
           05 WS-ETAPE-PROFESSEURS PIC X VALUE "O".
           05 WS-ETAPE-ABSENCES PIC X VALUE "O".
           05 WS-ETAPE-LETTRES PIC X VALUE "O".
           05 WS-ETAPE-EXPORT PIC X VALUE "O".
           05 WS-ETAPE-RISQUES PIC X VALUE "O".

       PROCEDURE DIVISION.
      *    Verrou de saisie : le batch ne démarre pas contre une
      *    session de saisie ouverte sur input.dat, SAUVEGARDER-
               MOVE WS-CODE-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Les paramètres d'exécution sont lus et contrôlés avant
      *    tout traitement : un paramètre invalide arrête l'exécution
      *    (état PARAMETRES, code retour 8) plutôt que de produire
      *    des mentions ou des décisions sur un barème erroné
           PERFORM CHARGER-PARAMETRES.
           IF WS-PARAMETRES-INVALIDES = "O"
               MOVE "PARAMETRES" TO WS-ETAT-RAPPROCHEMENT
               MOVE 8 TO WS-CODE-RETOUR
               PERFORM ECRIRE-JOURNAL
               MOVE WS-CODE-RETOUR TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Le batch pose son propre verrou pour que saisie prévienne
      *    l'opérateur qu'une exécution est en vol (requête 026)
           PERFORM POSER-VERROU-BATCH.
      *    le conseil, et une classe incomplète peut suspendre
      *    l'impression des bulletins via le code retour 6
      *    (requête 022)
           IF WS-ETAPE-COMPLETUDE = "O"
               PERFORM CONTROLE-COMPLETUDE
           END-IF.
      *    Les moyennes étant calculées, l'exécution est ajoutée à
      *    l'archive cumulative des trimestres (requête 012)
           IF WS-ETAPE-ARCHIVE = "O"
               PERFORM ECRIRE-ARCHIVE
           END-IF.
      *    Retrie output.dat selon la clé configurée et affiche le
      *    résultat trié ; c'était du code mort, jamais appelé, tant
      *    que le tri relisait input.dat au lieu de réutiliser
      *    ECRIRE-RAPPORT n'y survivrait pas et n'était donc plus lu
      *    par personne (correction revue, round 3 : ECRIRE-RAPPORT a
      *    été retiré de la séquence principale)
      *    output.csv est tiré d'output.dat : les deux forment une
      *    seule étape
           IF WS-ETAPE-RAPPORT = "O"
               PERFORM AFFICHER-FICHIER-TRIE
               PERFORM AFFICHER-RAPPORT
               PERFORM ECRIRE-RAPPORT-CSV
           END-IF.
           IF WS-ETAPE-BULLETINS = "O"
               PERFORM AFFICHER-BULLETINS
           END-IF.
      *    Rapport de progression trimestre sur trimestre et moyenne
      *    annuelle, à partir de l'archive cumulative (requête 012)
           PERFORM RAPPORT-PROGRESSION.
      *    Dossier du conseil de classe, une fois rangs, mentions,
      *    absences et progression en mémoire : un fichier paginé par
      *    classe à imprimer et emporter en séance (requête 027)
           IF WS-ETAPE-DOSSIER = "O"
               PERFORM DOSSIER-CONSEIL
           END-IF.
      *    Liste des élèves à risque par classe, avec le bilan des
      *    mesures de suivi en cours, depuis les mêmes données en
      *    mémoire que le dossier
           IF WS-ETAPE-RISQUES = "O"
               PERFORM ELEVES-A-RISQUE
           END-IF.
      *    Conseil de fin d'année : décisions de passage proposées par
      *    classe depuis les moyennes annuelles, puis basculement du
      *    référentiel vers le niveau de l'année suivante. Ne fait
      *    rien hors mode fin d'année au trimestre 3 (requête 020)
           IF WS-ETAPE-CONSEIL = "O"
               PERFORM CONSEIL-FIN-ANNEE
           END-IF.
      *    Statistiques de classe, puis par matière du catalogue,
      *    classe par classe (requête 013)
           IF WS-ETAPE-STATISTIQUES = "O"
               PERFORM STATISTIQUES-CLASSE
               PERFORM STATISTIQUES-MATIERES
           END-IF.
      *    Rapport par professeur pour la revue pédagogique : les
      *    classes et matières couvertes par chaque professeur, la
      *    moyenne et le taux de réussite de sa matière par classe,
      *    et les jeux de notes encore manquants (requête 023)
           IF WS-ETAPE-PROFESSEURS = "O"
               PERFORM RAPPORT-PROFESSEURS
           END-IF.
      *    Registre des absences trié par date et liste d'alerte des
      *    élèves au-delà du seuil réglementaire de demi-journées
      *    injustifiées (requête 017)
           IF WS-ETAPE-ABSENCES = "O"
               PERFORM REGISTRE-ABSENCES
               PERFORM ALERTES-ABSENTEISME
           END-IF.
      *    Lettres aux familles : avertissement du conseil,
      *    signalement d'absentéisme et note de félicitations, depuis
      *    les mentions et totaux d'absences déjà en mémoire ; les
      *    élèves sans fiche de contact partent en liste d'exception
      *    (requête 028)
           IF WS-ETAPE-LETTRES = "O"
               PERFORM LETTRES-FAMILLES
           END-IF.
      *    Fichier d'échange trimestriel vers l'académie, avec ses
      *    enregistrements de contrôle calculés par le programme
      *    (requête 019)
           IF WS-ETAPE-EXPORT = "O"
               PERFORM EXPORTER-ACADEMIE
           END-IF.

      *    checkpoint.dat n'est effacé qu'une fois tout le job terminé
      *    avec succès (lecture, rapport, CSV et statistiques), et non
      *    Le catalogue des matières doit être en mémoire avant la
      *    première ligne "02" validée (requête 013)
           PERFORM CHARGER-CATALOGUE.
      *    Les inscriptions aux options aussi, pour le contrôle des
      *    notes d'option
           PERFORM CHARGER-OPTIONS.
      *    Le référentiel des professeurs doit être en mémoire avant
      *    la première ligne "06" validée (requête 023)
           PERFORM CHARGER-PROFESSEURS.
      *    Le référentiel des opérateurs aussi, avant la première
      *    ligne "05" validée
           PERFORM CHARGER-OPERATEURS.

           OPEN INPUT ELEVES.

                       MOVE 10 TO WS-MAX-MAT-ELEVE
                   END-IF
               END-IF
      *        Les réglages qui suivent ne sont pris dans l'en-tête
      *        que si parametres.dat ne les fixe pas
      *        Clé de tri du rapport trié (requête 005)
               IF (F-LIGNE(9:1) EQUAL "N" OR "A" OR "M")
               AND WS-PRM-CLE-TRI-FIXE = "N"
                   MOVE F-LIGNE(9:1) TO WS-CLE-TRI
               END-IF
      *        Seuil de réussite pour les statistiques de classe
      *        champ 99V99 ne s'aligne pas sur la virgule implicite
      *        (correction revue)
               IF F-LIGNE(10:4) IS NUMERIC
               AND WS-PRM-SEUIL-FIXE = "N"
                   MOVE F-LIGNE(10:2) TO WS-SEUIL-REUSSITE-INT
                   MOVE F-LIGNE(12:2) TO WS-SEUIL-REUSSITE-FRAC
               END-IF
      *        Année scolaire et trimestre de l'exécution, pour
      *        l'estampille de l'archive cumulative (requête 012)
               IF F-LIGNE(14:4) IS NUMERIC
               AND WS-PRM-ANNEE-FIXE = "N"
                   MOVE F-LIGNE(14:4) TO WS-ANNEE-SCOLAIRE
               END-IF
               IF (F-LIGNE(18:1) = "1" OR "2" OR "3")
               AND WS-PRM-TRIM-FIXE = "N"
                   MOVE F-LIGNE(18:1) TO WS-TRIMESTRE
               END-IF
      *        Mode fin d'année : arme le conseil de fin d'année et le
      *        basculement du référentiel, exécutés seulement au
      *        trimestre 3 (requête 020)
               IF F-LIGNE(19:1) = "F"
               AND WS-PRM-FIN-ANNEE-FIXE = "N"
                   MOVE "O" TO WS-MODE-FIN-ANNEE
               END-IF
      *        Blocage sur notes manquantes : une classe incomplète
      *        l'ordonnanceur suspende l'impression des bulletins
      *        (requête 022)
               IF F-LIGNE(20:1) = "C"
               AND WS-PRM-BLOCAGE-FIXE = "N"
                   MOVE "O" TO WS-BLOCAGE-COMPLETUDE
               END-IF
      *        L'en-tête accepté compte comme ligne traitée dans le
      *                référentiel suivent la ligne "04" courante :
      *                c'est ce qui tient le référentiel à jour entre
      *                deux basculements de fin d'année (requête 020)
      *                Le changement est annoncé et consigné à
      *                l'historique du référentiel : il peut défaire
      *                un changement de classe fait dans referentiel
      *                sans que le bloc de l'élève ait été déplacé
                       IF MASTER-CLASSE NOT = WS-CLASSE-COURANTE
                       OR MASTER-NIVEAU NOT = WS-NIVEAU-COURANT
                           MOVE SPACES TO WS-AVANT-HIS
                           MOVE SPACES TO WS-APRES-HIS
                           STRING MASTER-CLASSE " " MASTER-NIVEAU
                               DELIMITED BY SIZE INTO WS-AVANT-HIS
                           STRING WS-CLASSE-COURANTE " "
                               WS-NIVEAU-COURANT
                               DELIMITED BY SIZE INTO WS-APRES-HIS
                           MOVE WS-CLASSE-COURANTE TO MASTER-CLASSE
                           MOVE WS-NIVEAU-COURANT TO MASTER-NIVEAU
                           REWRITE MASTER-ELEVE
                           IF WS-MASTER-STATUS NOT = "00"
                               PERFORM ANOMALIE-ECRITURE-MASTER
                           ELSE
                               PERFORM CONSIGNER-CLASSE-MASTER
                           END-IF
                       END-IF
                   ELSE
                       MOVE F-LIGNE(22:2) TO MASTER-AGE
                       MOVE WS-CLASSE-COURANTE TO MASTER-CLASSE
                       MOVE WS-NIVEAU-COURANT TO MASTER-NIVEAU
                       MOVE "A" TO MASTER-STATUT
                       MOVE SPACES TO MASTER-DATE-DEPART
                       MOVE SPACES TO MASTER-MOTIF-DEPART
                       WRITE MASTER-ELEVE
      *                L'inscription n'est comptée et annoncée que si
      *                l'écriture a réellement abouti, même contrôle
                       MOVE F-LIGNE(38:2) TO WS-TEMPO-NOTE-FRAC
                       MOVE WS-TEMPO-NOTE
                           TO WS-AMEND-NOUV-NOTE(WS-NBR-AMEND)
                       MOVE F-LIGNE(40:15)
                           TO WS-AMEND-MOTIF(WS-NBR-AMEND)
                       MOVE F-LIGNE(55:6)
                           TO WS-AMEND-APPROB(WS-NBR-AMEND)
                       MOVE "N" TO WS-AMEND-INSCRIT(WS-NBR-AMEND)
                   END-IF
               END-IF
      *        Ligne d'affectation "06" : capture dans la table des
                   WS-NBR-COEF-CORRIGES
           END-IF.

      *    Lit et contrôle parametres.dat. Chaque ligne valide dépose
      *    sa valeur dans la zone de travail du paramètre ; une ligne
      *    invalide (mot-clé inconnu, valeur hors format ou hors
      *    bornes) est affichée avec son numéro et arme
      *    WS-PARAMETRES-INVALIDES, l'exécution s'arrête alors avant
      *    tout traitement. Fichier absent (status 35) : l'en-tête
      *    "00" et les valeurs par défaut font foi, comme avant
       CHARGER-PARAMETRES.
           MOVE "N" TO WS-FIN-PARAMETRES.
           MOVE 0 TO WS-NUM-LIGNE-PRM.
           OPEN INPUT PARAMETRES.
           IF WS-PARAMETRES-STATUS = "35"
               DISPLAY "FICHIER parametres.dat ABSENT, PARAMETRES DE "
                   "L EN-TETE 00 ET VALEURS PAR DEFAUT"
           ELSE
               IF WS-PARAMETRES-STATUS NOT = "00"
                   MOVE "O" TO WS-PARAMETRES-INVALIDES
                   DISPLAY "FICHIER parametres.dat INDISPONIBLE "
                       "(STATUS " WS-PARAMETRES-STATUS ")"
               ELSE
                   MOVE "O" TO WS-PARAMETRES-LUS
                   PERFORM UNTIL WS-FIN-PARAMETRES = "Y"
                   READ PARAMETRES
                   AT END
                       MOVE "Y" TO WS-FIN-PARAMETRES
                   NOT AT END
                       ADD 1 TO WS-NUM-LIGNE-PRM
                       IF PARAMETRE-LIGNE NOT = SPACES
                       AND PRM-CODE(1:1) NOT = "*"
                           PERFORM CONTROLER-PARAMETRE
                           IF WS-PRM-LIGNE-OK = "N"
                               MOVE "O" TO WS-PARAMETRES-INVALIDES
                               DISPLAY "PARAMETRE INVALIDE LIGNE "
                                   WS-NUM-LIGNE-PRM " : "
                                   PARAMETRE-LIGNE
                           END-IF
                       END-IF
                   END-READ
                   END-PERFORM
                   CLOSE PARAMETRES
      *            Les barèmes des mentions doivent rester ordonnés,
      *            valeurs par défaut comprises
                   IF WS-SEUIL-FELICITATIONS NOT > WS-SEUIL-TABLEAU
                       MOVE "O" TO WS-PARAMETRES-INVALIDES
                       DISPLAY "PARAMETRES INVALIDES : FELICITATIONS "
                           "DOIT DEPASSER TABLEAU"
                   END-IF
               END-IF
           END-IF.
           IF WS-PARAMETRES-INVALIDES = "O"
               DISPLAY "EXECUTION ARRETEE : CORRIGER parametres.dat"
           END-IF.

      *    Contrôle une ligne de paramètre et en dépose la valeur.
      *    La valeur commence en colonne 18 et s'arrête au premier
      *    blanc ; rien ne doit la suivre
       CONTROLER-PARAMETRE.
           MOVE "O" TO WS-PRM-LIGNE-OK.
           MOVE 0 TO WS-PRM-LONGUEUR.
           INSPECT PRM-VALEUR TALLYING WS-PRM-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PRM-LONGUEUR = 0
               MOVE "N" TO WS-PRM-LIGNE-OK
           ELSE
               IF WS-PRM-LONGUEUR < 20
                   IF PRM-VALEUR(WS-PRM-LONGUEUR + 1:) NOT = SPACES
                       MOVE "N" TO WS-PRM-LIGNE-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-PRM-LIGNE-OK = "O"
               EVALUATE PRM-CODE
                   WHEN "CLE-TRI"
                       IF PRM-VALEUR = "N" OR "A" OR "M"
                           MOVE PRM-VALEUR(1:1) TO WS-CLE-TRI
                           MOVE "O" TO WS-PRM-CLE-TRI-FIXE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "SEUIL-REUSSITE"
                       PERFORM LIRE-VALEUR-DECIMALE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-DECIMAL NOT > 20
                           MOVE WS-PRM-DECIMAL TO WS-SEUIL-REUSSITE
                           MOVE "O" TO WS-PRM-SEUIL-FIXE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "FELICITATIONS"
                       PERFORM LIRE-VALEUR-DECIMALE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-DECIMAL NOT > 20
                           MOVE WS-PRM-DECIMAL
                               TO WS-SEUIL-FELICITATIONS
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "TABLEAU"
                       PERFORM LIRE-VALEUR-DECIMALE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-DECIMAL NOT > 20
                           MOVE WS-PRM-DECIMAL TO WS-SEUIL-TABLEAU
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "ANNEE"
                       IF WS-PRM-LONGUEUR = 4
                       AND PRM-VALEUR(1:4) IS NUMERIC
                           MOVE PRM-VALEUR(1:4) TO WS-ANNEE-SCOLAIRE
                           MOVE "O" TO WS-PRM-ANNEE-FIXE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "TRIMESTRE"
                       IF PRM-VALEUR = "1" OR "2" OR "3"
                           MOVE PRM-VALEUR(1:1) TO WS-TRIMESTRE
                           MOVE "O" TO WS-PRM-TRIM-FIXE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "FIN-ANNEE"
                       IF PRM-VALEUR = "O" OR "N"
                           MOVE PRM-VALEUR(1:1) TO WS-MODE-FIN-ANNEE
                           MOVE "O" TO WS-PRM-FIN-ANNEE-FIXE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "BLOCAGE-NOTES"
                       IF PRM-VALEUR = "O" OR "N"
                           MOVE PRM-VALEUR(1:1)
                               TO WS-BLOCAGE-COMPLETUDE
                           MOVE "O" TO WS-PRM-BLOCAGE-FIXE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "ABS-MENTION"
                       PERFORM LIRE-VALEUR-ENTIERE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-ENTIER NOT > 99
                           MOVE WS-PRM-ENTIER TO WS-SEUIL-ABS-MENTION
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "TOLERANCE-REJ"
                       PERFORM LIRE-VALEUR-ENTIERE
                       IF WS-PRM-LIGNE-OK = "O"
                           MOVE WS-PRM-ENTIER TO WS-TOLERANCE-REJETS
                       END-IF
                   WHEN "MARGE-RESERVES"
                       PERFORM LIRE-VALEUR-DECIMALE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-DECIMAL-INT NOT > 9
                           MOVE WS-PRM-DECIMAL TO WS-MARGE-RESERVES
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "TOLERANCE-PROG"
                       PERFORM LIRE-VALEUR-DECIMALE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-DECIMAL-INT NOT > 9
                           MOVE WS-PRM-DECIMAL TO WS-TOLERANCE-PROG
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "ECHECS-RISQUE"
                       PERFORM LIRE-VALEUR-ENTIERE
                       IF WS-PRM-LIGNE-OK = "O"
                       AND WS-PRM-ENTIER > 0
                       AND WS-PRM-ENTIER NOT > 10
                           MOVE WS-PRM-ENTIER
                               TO WS-SEUIL-ECHECS-RISQUE
                       ELSE
                           MOVE "N" TO WS-PRM-LIGNE-OK
                       END-IF
                   WHEN "ETAPE"
                       PERFORM CHOISIR-ETAPE
                   WHEN OTHER
                       MOVE "N" TO WS-PRM-LIGNE-OK
               END-EVALUATE
           END-IF.

      *    Valeur entière de 1 à 5 chiffres
       LIRE-VALEUR-ENTIERE.
           MOVE 0 TO WS-PRM-ENTIER.
           IF WS-PRM-LONGUEUR < 6
           AND PRM-VALEUR(1:WS-PRM-LONGUEUR) IS NUMERIC
               MOVE PRM-VALEUR(1:WS-PRM-LONGUEUR) TO WS-PRM-ENTIER
           ELSE
               MOVE "N" TO WS-PRM-LIGNE-OK
           END-IF.

      *    Valeur décimale "9,99" ou "99,99" ; partie entière et
      *    décimale déposées séparément, comme le seuil de l'en-tête
       LIRE-VALEUR-DECIMALE.
           MOVE 0 TO WS-PRM-DECIMAL.
           EVALUATE TRUE
               WHEN WS-PRM-LONGUEUR = 4
               AND PRM-VALEUR(2:1) = ","
               AND PRM-VALEUR(1:1) IS NUMERIC
               AND PRM-VALEUR(3:2) IS NUMERIC
                   MOVE PRM-VALEUR(1:1) TO WS-PRM-DECIMAL-INT
                   MOVE PRM-VALEUR(3:2) TO WS-PRM-DECIMAL-FRAC
               WHEN WS-PRM-LONGUEUR = 5
               AND PRM-VALEUR(3:1) = ","
               AND PRM-VALEUR(1:2) IS NUMERIC
               AND PRM-VALEUR(4:2) IS NUMERIC
                   MOVE PRM-VALEUR(1:2) TO WS-PRM-DECIMAL-INT
                   MOVE PRM-VALEUR(4:2) TO WS-PRM-DECIMAL-FRAC
               WHEN OTHER
                   MOVE "N" TO WS-PRM-LIGNE-OK
           END-EVALUATE.

      *    Une ligne ETAPE : la première désélectionne toutes les
      *    étapes, chacune ne rend que la sienne
       CHOISIR-ETAPE.
           IF WS-ETAPES-CHOISIES = "N"
               MOVE "O" TO WS-ETAPES-CHOISIES
               MOVE ALL "N" TO WS-ETAPES
           END-IF.
           EVALUATE PRM-VALEUR
               WHEN "COMPLETUDE"
                   MOVE "O" TO WS-ETAPE-COMPLETUDE
               WHEN "ARCHIVE"
                   MOVE "O" TO WS-ETAPE-ARCHIVE
               WHEN "RAPPORT"
                   MOVE "O" TO WS-ETAPE-RAPPORT
               WHEN "BULLETINS"
                   MOVE "O" TO WS-ETAPE-BULLETINS
               WHEN "DOSSIER"
                   MOVE "O" TO WS-ETAPE-DOSSIER
               WHEN "CONSEIL"
                   MOVE "O" TO WS-ETAPE-CONSEIL
               WHEN "STATISTIQUES"
                   MOVE "O" TO WS-ETAPE-STATISTIQUES
               WHEN "PROFESSEURS"
                   MOVE "O" TO WS-ETAPE-PROFESSEURS
               WHEN "ABSENCES"
                   MOVE "O" TO WS-ETAPE-ABSENCES
               WHEN "LETTRES"
                   MOVE "O" TO WS-ETAPE-LETTRES
               WHEN "EXPORT"
                   MOVE "O" TO WS-ETAPE-EXPORT
               WHEN "RISQUES"
                   MOVE "O" TO WS-ETAPE-RISQUES
               WHEN OTHER
                   MOVE "N" TO WS-PRM-LIGNE-OK
           END-EVALUATE.

      *    Charge le catalogue des matières (matieres.dat) en mémoire.
      *    Un catalogue absent ou une ligne non numérique ne bloque
      *    pas le traitement : le contrôle des lignes "02" est
                   IF CAT-NOM = SPACES
                   OR CAT-COEF IS NOT NUMERIC
                   OR CAT-SEUIL IS NOT NUMERIC
                   OR (CAT-TYPE NOT = "T" AND CAT-TYPE NOT = "O"
                       AND CAT-TYPE NOT = SPACE)
                       DISPLAY "LIGNE DE CATALOGUE IGNOREE : "
                           CATALOGUE-LIGNE
                   ELSE
                               TO WS-COEF-CAT(WS-NBR-MAT-CAT)
                           MOVE CAT-SEUIL
                               TO WS-SEUIL-CAT(WS-NBR-MAT-CAT)
                           MOVE CAT-NIVEAU
                               TO WS-NIVEAU-CAT(WS-NBR-MAT-CAT)
                           IF CAT-TYPE = "O"
                               MOVE "O" TO WS-TYPE-CAT(WS-NBR-MAT-CAT)
                           ELSE
                               MOVE "T" TO WS-TYPE-CAT(WS-NBR-MAT-CAT)
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Charge les inscriptions aux options (options_eleves.dat)
      *    en mémoire. Même tolérance que le catalogue : un fichier
      *    absent laisse WS-OPTIONS-CHARGEES à "N", une ligne
      *    incomplète est ignorée avec un message
       CHARGER-OPTIONS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT INSCRIPTIONS-OPTIONS.
           IF WS-OPTIONS-STATUS NOT = "00"
               DISPLAY "INSCRIPTIONS options_eleves.dat ABSENTES, "
                   "SUIVI DES OPTIONS NON CONTROLE"
           ELSE
               MOVE "O" TO WS-OPTIONS-CHARGEES
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ INSCRIPTIONS-OPTIONS
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF OPT-ID = SPACES
                   OR OPT-MATIERE = SPACES
                       DISPLAY "LIGNE D OPTION IGNOREE : "
                           OPTION-LIGNE
                   ELSE
                       IF WS-NBR-INSCR >= WS-MAX-INSCR
                           DISPLAY "ATTENTION : PLUS DE "
                               WS-MAX-INSCR
                               " INSCRIPTIONS AUX OPTIONS, LIGNE "
                               "IGNOREE"
                       ELSE
                           ADD 1 TO WS-NBR-INSCR
                           MOVE OPT-ID
                               TO WS-INSCR-ID(WS-NBR-INSCR)
                           MOVE OPT-MATIERE
                               TO WS-INSCR-MATIERE(WS-NBR-INSCR)
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE INSCRIPTIONS-OPTIONS
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Cherche la matière WS-NOM-MAT-RECH au catalogue pour le
      *    niveau WS-NIVEAU-TRAVAIL et pose son rang dans
      *    WS-IDX-CAT-TROUVE (0 si la matière n'est pas enseignée à ce
      *    niveau). La ligne propre au niveau l'emporte sur la ligne
      *    sans niveau ; un niveau inconnu (fichier sans ligne "04")
      *    accepte la matière à n'importe quel niveau
       CHERCHER-MATIERE-CATALOGUE.
           MOVE 0 TO WS-IDX-CAT-TROUVE.
           PERFORM VARYING WS-IDX-CAT-RECH FROM 1 BY 1
           UNTIL WS-IDX-CAT-RECH > WS-NBR-MAT-CAT
               IF WS-NOM-MAT-CAT(WS-IDX-CAT-RECH) = WS-NOM-MAT-RECH
                   IF WS-NIVEAU-CAT(WS-IDX-CAT-RECH)
                       = WS-NIVEAU-TRAVAIL
                       MOVE WS-IDX-CAT-RECH TO WS-IDX-CAT-TROUVE
                   ELSE
                       IF WS-IDX-CAT-TROUVE = 0
                       AND (WS-NIVEAU-CAT(WS-IDX-CAT-RECH) = SPACES
                           OR WS-NIVEAU-TRAVAIL = SPACES)
                           MOVE WS-IDX-CAT-RECH TO WS-IDX-CAT-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Dit si l'élève WS-ID-RECH suit la matière de rang
      *    WS-IDX-CAT-TROUVE : une matière du tronc commun est suivie
      *    par tous, une option seulement par les élèves inscrits. Sans
      *    catalogue (rang nul) la matière est réputée suivie ; sans
      *    fichier d'inscriptions, une option n'est réputée suivie par
      *    personne
       VERIFIER-SUIVI-MATIERE.
           MOVE "O" TO WS-MATIERE-SUIVIE.
           IF WS-IDX-CAT-TROUVE > 0
               IF WS-TYPE-CAT(WS-IDX-CAT-TROUVE) = "O"
                   MOVE "N" TO WS-MATIERE-SUIVIE
                   PERFORM VARYING WS-IDX-INSCR FROM 1 BY 1
                   UNTIL WS-IDX-INSCR > WS-NBR-INSCR
                       IF WS-INSCR-ID(WS-IDX-INSCR) = WS-ID-RECH
                       AND WS-INSCR-MATIERE(WS-IDX-INSCR)
                           = WS-NOM-MAT-CAT(WS-IDX-CAT-TROUVE)
                           MOVE "O" TO WS-MATIERE-SUIVIE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    Prépare le calendrier scolaire pour l'année et le trimestre
      *    de l'exécution : charge calendrier.dat (une ligne invalide
      *    est ignorée avec un message), vérifie qu'il est de l'année
      *    de l'en-tête "00" et qu'il porte le trimestre, puis compte
      *    les demi-journées ouvertes du trimestre. Tout manque
      *    désactive le contrôle des dates et le taux d'assiduité
      *    avec un message, comme un catalogue absent
       PREPARER-CALENDRIER.
           MOVE "O" TO WS-CAL-PREPARE.
           MOVE "N" TO WS-CAL-ACTIF.
           MOVE "N" TO WS-FIN-CALENDRIER.
           OPEN INPUT CALENDRIER.
           IF WS-CALENDRIER-STATUS NOT = "00"
               DISPLAY "CALENDRIER calendrier.dat ABSENT, DATES "
                   "D ABSENCE NON CONTROLEES ET TAUX D ASSIDUITE "
                   "NON CALCULES"
           ELSE
               PERFORM UNTIL WS-FIN-CALENDRIER = "Y"
               READ CALENDRIER
               AT END
                   MOVE "Y" TO WS-FIN-CALENDRIER
               NOT AT END
                   PERFORM CHARGER-LIGNE-CALENDRIER
               END-READ
               END-PERFORM
               CLOSE CALENDRIER
               IF WS-CAL-ANNEE NOT = WS-ANNEE-SCOLAIRE
                   DISPLAY "CALENDRIER DE L ANNEE " WS-CAL-ANNEE
                       " ET NON " WS-ANNEE-SCOLAIRE
                       ", DATES D ABSENCE NON CONTROLEES"
               ELSE
                   IF WS-CAL-DEBUT-TRIM = SPACES
                       DISPLAY "TRIMESTRE " WS-TRIMESTRE
                           " ABSENT DU CALENDRIER, DATES D ABSENCE "
                           "NON CONTROLEES"
                   ELSE
                       PERFORM COMPTER-DJ-OUVERTES
                       IF WS-NBR-DJ-OUVERTES = 0
                           DISPLAY "AUCUNE DEMI-JOURNEE OUVERTE AU "
                               "TRIMESTRE " WS-TRIMESTRE
                               ", DATES D ABSENCE NON CONTROLEES"
                       ELSE
                           MOVE "O" TO WS-CAL-ACTIF
                           DISPLAY "CALENDRIER " WS-CAL-ANNEE
                               " TRIMESTRE " WS-TRIMESTRE " : "
                               WS-NBR-DJ-OUVERTES
                               " DEMI-JOURNEES OUVERTES"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Range une ligne lue du calendrier selon son code. Seule la
      *    ligne "TR" du trimestre de l'exécution est retenue ; une
      *    date impossible, une fin avant le début ou un code inconnu
      *    font ignorer la ligne
       CHARGER-LIGNE-CALENDRIER.
           MOVE "O" TO WS-CAL-LIGNE-OK.
           EVALUATE CAL-CODE
               WHEN "AN"
                   IF CAL-AN-ANNEE IS NOT NUMERIC
                       MOVE "N" TO WS-CAL-LIGNE-OK
                   ELSE
                       IF CAL-AN-SEMAINE = SPACES
                           MOVE "2222200" TO WS-CAL-SEMAINE-LUE
                       ELSE
                           MOVE CAL-AN-SEMAINE TO WS-CAL-SEMAINE-LUE
                       END-IF
                       IF WS-CAL-SEMAINE-LUE IS NOT NUMERIC
                           MOVE "N" TO WS-CAL-LIGNE-OK
                       ELSE
                           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                           UNTIL WS-IDX-JOUR > 7
                               IF WS-CAL-DJ-LU(WS-IDX-JOUR) > 2
                                   MOVE "N" TO WS-CAL-LIGNE-OK
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-CAL-LIGNE-OK = "O"
                           MOVE CAL-AN-ANNEE TO WS-CAL-ANNEE
                           MOVE WS-CAL-SEMAINE-LUE TO WS-CAL-SEMAINE
                       END-IF
                   END-IF
               WHEN "TR"
                   MOVE CAL-TR-DEBUT TO WS-DATE-CAL
                   PERFORM VERIFIER-DATE
                   IF WS-DATE-VALIDE = "N"
                   OR CAL-TR-TRIM IS NOT NUMERIC
                   OR CAL-TR-FIN < CAL-TR-DEBUT
                       MOVE "N" TO WS-CAL-LIGNE-OK
                   ELSE
                       MOVE CAL-TR-FIN TO WS-DATE-CAL
                       PERFORM VERIFIER-DATE
                       IF WS-DATE-VALIDE = "N"
                           MOVE "N" TO WS-CAL-LIGNE-OK
                       ELSE
                           IF CAL-TR-TRIM = WS-TRIMESTRE
                               MOVE CAL-TR-DEBUT TO WS-CAL-DEBUT-TRIM
                               MOVE CAL-TR-FIN TO WS-CAL-FIN-TRIM
                           END-IF
                       END-IF
                   END-IF
               WHEN "FE"
                   IF CAL-FE-FIN = SPACES
                       MOVE CAL-FE-DEBUT TO CAL-FE-FIN
                   END-IF
                   MOVE CAL-FE-DEBUT TO WS-DATE-CAL
                   PERFORM VERIFIER-DATE
                   IF WS-DATE-VALIDE = "N"
                   OR CAL-FE-FIN < CAL-FE-DEBUT
                       MOVE "N" TO WS-CAL-LIGNE-OK
                   ELSE
                       MOVE CAL-FE-FIN TO WS-DATE-CAL
                       PERFORM VERIFIER-DATE
                       IF WS-DATE-VALIDE = "N"
                           MOVE "N" TO WS-CAL-LIGNE-OK
                       ELSE
                           IF WS-NBR-FERME >= WS-MAX-FERME
                               DISPLAY "ATTENTION : PLUS DE "
                                   WS-MAX-FERME
                                   " FERMETURES AU CALENDRIER, "
                                   "LIGNE IGNOREE"
                           ELSE
                               ADD 1 TO WS-NBR-FERME
                               MOVE CAL-FE-DEBUT
                                   TO WS-FERME-DEBUT(WS-NBR-FERME)
                               MOVE CAL-FE-FIN
                                   TO WS-FERME-FIN(WS-NBR-FERME)
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CAL-LIGNE-OK
           END-EVALUATE.
           IF WS-CAL-LIGNE-OK = "N"
               DISPLAY "LIGNE DE CALENDRIER IGNOREE : "
                   CAL-FERME-LIGNE
           END-IF.

      *    Compte les demi-journées ouvertes du trimestre, jour par
      *    jour du début à la fin incluse
       COMPTER-DJ-OUVERTES.
           MOVE 0 TO WS-NBR-DJ-OUVERTES.
           MOVE WS-CAL-DEBUT-TRIM TO WS-DATE-CAL.
           PERFORM UNTIL WS-DATE-CAL > WS-CAL-FIN-TRIM
               PERFORM EVALUER-JOUR
               ADD WS-DJ-JOUR TO WS-NBR-DJ-OUVERTES
               PERFORM JOUR-SUIVANT
           END-PERFORM.

      *    Demi-journées de classe de la date WS-DATE-CAL (supposée
      *    valide) : celles de la semaine type pour son jour, zéro si
      *    elle tombe dans une période de fermeture
       EVALUER-JOUR.
           PERFORM CALCULER-JOUR-SEMAINE.
           MOVE WS-CAL-DJ-SEMAINE(WS-IDX-JOUR) TO WS-DJ-JOUR.
           PERFORM VARYING WS-IDX-FERME FROM 1 BY 1
           UNTIL WS-IDX-FERME > WS-NBR-FERME
               IF WS-DATE-CAL >= WS-FERME-DEBUT(WS-IDX-FERME)
               AND WS-DATE-CAL <= WS-FERME-FIN(WS-IDX-FERME)
                   MOVE 0 TO WS-DJ-JOUR
               END-IF
           END-PERFORM.

      *    Jour de la semaine de WS-DATE-CAL dans WS-IDX-JOUR, 1 pour
      *    lundi à 7 pour dimanche, par la congruence de Zeller :
      *    janvier et février comptent comme mois 13 et 14 de l'année
      *    précédente ; le reste par 7 donne 0 pour samedi, 1 pour
      *    dimanche, 2 pour lundi...
       CALCULER-JOUR-SEMAINE.
           IF WS-DATE-CAL-MM < 3
               COMPUTE WS-JS-ANNEE = WS-DATE-CAL-AAAA - 1
               COMPUTE WS-JS-MOIS = WS-DATE-CAL-MM + 12
           ELSE
               MOVE WS-DATE-CAL-AAAA TO WS-JS-ANNEE
               MOVE WS-DATE-CAL-MM TO WS-JS-MOIS
           END-IF.
           COMPUTE WS-JS-SOMME = 13 * (WS-JS-MOIS + 1).
           DIVIDE WS-JS-SOMME BY 5 GIVING WS-JS-QUOTIENT.
           COMPUTE WS-JS-SOMME = WS-DATE-CAL-JJ + WS-JS-QUOTIENT
               + WS-JS-ANNEE.
           DIVIDE WS-JS-ANNEE BY 4 GIVING WS-JS-QUOTIENT.
           ADD WS-JS-QUOTIENT TO WS-JS-SOMME.
           DIVIDE WS-JS-ANNEE BY 100 GIVING WS-JS-QUOTIENT.
           SUBTRACT WS-JS-QUOTIENT FROM WS-JS-SOMME.
           DIVIDE WS-JS-ANNEE BY 400 GIVING WS-JS-QUOTIENT.
           ADD WS-JS-QUOTIENT TO WS-JS-SOMME.
           DIVIDE WS-JS-SOMME BY 7 GIVING WS-JS-QUOTIENT
               REMAINDER WS-JS-RESTE.
           ADD 5 TO WS-JS-RESTE.
           DIVIDE WS-JS-RESTE BY 7 GIVING WS-JS-QUOTIENT
               REMAINDER WS-IDX-JOUR.
           ADD 1 TO WS-IDX-JOUR.

      *    Longueur du mois de WS-DATE-CAL dans WS-JOURS-MOIS-COUR,
      *    29 jours en février des années bissextiles
       LONGUEUR-MOIS.
           MOVE WS-JOURS-MOIS(WS-DATE-CAL-MM) TO WS-JOURS-MOIS-COUR.
           IF WS-DATE-CAL-MM = 2
               DIVIDE WS-DATE-CAL-AAAA BY 4 GIVING WS-JS-QUOTIENT
                   REMAINDER WS-JS-RESTE
               DIVIDE WS-DATE-CAL-AAAA BY 100 GIVING WS-JS-QUOTIENT
                   REMAINDER WS-JS-RESTE-100
               DIVIDE WS-DATE-CAL-AAAA BY 400 GIVING WS-JS-QUOTIENT
                   REMAINDER WS-JS-RESTE-400
               IF WS-JS-RESTE = 0
               AND (WS-JS-RESTE-100 NOT = 0 OR WS-JS-RESTE-400 = 0)
                   MOVE 29 TO WS-JOURS-MOIS-COUR
               END-IF
           END-IF.

      *    Dit si WS-DATE-CAL est une date AAAAMMJJ réelle
       VERIFIER-DATE.
           MOVE "N" TO WS-DATE-VALIDE.
           IF WS-DATE-CAL IS NUMERIC
               IF WS-DATE-CAL-MM >= 1 AND WS-DATE-CAL-MM <= 12
               AND WS-DATE-CAL-JJ >= 1
                   PERFORM LONGUEUR-MOIS
                   IF WS-DATE-CAL-JJ <= WS-JOURS-MOIS-COUR
                       MOVE "O" TO WS-DATE-VALIDE
                   END-IF
               END-IF
           END-IF.

      *    Avance WS-DATE-CAL (supposée valide) au lendemain
       JOUR-SUIVANT.
           PERFORM LONGUEUR-MOIS.
           IF WS-DATE-CAL-JJ < WS-JOURS-MOIS-COUR
               ADD 1 TO WS-DATE-CAL-JJ
           ELSE
               MOVE 1 TO WS-DATE-CAL-JJ
               IF WS-DATE-CAL-MM < 12
                   ADD 1 TO WS-DATE-CAL-MM
               ELSE
                   MOVE 1 TO WS-DATE-CAL-MM
                   ADD 1 TO WS-DATE-CAL-AAAA
               END-IF
           END-IF.

      *    Charge le référentiel des professeurs (professeurs.dat) en
      *    mémoire. Même tolérance que le catalogue : un référentiel
      *    absent désactive le contrôle des lignes "06" et le rapport
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Charge le référentiel des opérateurs (operateurs.dat) en
      *    mémoire : identifiant et rôle de chacun, pour le contrôle
      *    de l'approbateur des lignes "05". Une ligne sans
      *    identifiant est ignorée avec un message, comme pour les
      *    professeurs
       CHARGER-OPERATEURS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT OPERATEURS.
           IF WS-OPERATEURS-STATUS NOT = "00"
               DISPLAY "REFERENTIEL operateurs.dat ABSENT, AUCUN "
                   "AMENDEMENT NE SERA APPLIQUE"
           ELSE
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ OPERATEURS
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF OPE-ID = SPACES
                       DISPLAY "LIGNE D OPERATEUR IGNOREE : "
                           OPERATEUR-LIGNE
                   ELSE
                       IF WS-NBR-OPE >= WS-MAX-OPE
                           DISPLAY "ATTENTION : PLUS DE "
                               WS-MAX-OPE
                               " OPERATEURS, LIGNE IGNOREE"
                       ELSE
                           ADD 1 TO WS-NBR-OPE
                           MOVE OPE-ID
                               TO WS-ID-OPE(WS-NBR-OPE)
                           MOVE OPE-ROLE
                               TO WS-ROLE-OPE(WS-NBR-OPE)
                       END-IF
                   END-IF
               END-READ
               END-PERFORM
               CLOSE OPERATEURS
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.

      *    Écrit l'état courant de LECTURE-FICHIER dans checkpoint.dat
      *    (requête 006)
       SAUVER-CHECKPOINT.
           MOVE WS-ETAT-COMPLETUDE TO JRN-COMPLETUDE.
           MOVE SPACE TO JRN-SEP19.
           MOVE WS-NBR-LIGNES-06 TO JRN-NB-06.
           MOVE SPACE TO JRN-SEP20.
           MOVE SPACE TO JRN-SEP21.
           MOVE SPACE TO JRN-SEP22.
           MOVE SPACE TO JRN-SEP23.
           MOVE SPACE TO JRN-SEP24.
           MOVE SPACE TO JRN-SEP25.
           MOVE SPACE TO JRN-SEP26.
           MOVE SPACE TO JRN-SEP27.
           MOVE SPACE TO JRN-SEP28.
           MOVE SPACE TO JRN-SEP29.
           MOVE SPACE TO JRN-SEP30.
           MOVE SPACE TO JRN-SEP31.
           MOVE SPACE TO JRN-SEP32.
           MOVE SPACE TO JRN-SEP33.
           IF WS-PARAMETRES-LUS = "O"
               MOVE "F" TO JRN-PRM-ORIGINE
           ELSE
               MOVE "E" TO JRN-PRM-ORIGINE
           END-IF.
           MOVE WS-CLE-TRI TO JRN-PRM-CLE-TRI.
           MOVE WS-SEUIL-REUSSITE TO JRN-PRM-SEUIL.
           MOVE WS-ANNEE-SCOLAIRE TO JRN-PRM-ANNEE.
           MOVE WS-TRIMESTRE TO JRN-PRM-TRIMESTRE.
           MOVE WS-MODE-FIN-ANNEE TO JRN-PRM-FIN-ANNEE.
           MOVE WS-BLOCAGE-COMPLETUDE TO JRN-PRM-BLOCAGE.
           MOVE WS-SEUIL-FELICITATIONS TO JRN-PRM-FELICITATIONS.
           MOVE WS-SEUIL-TABLEAU TO JRN-PRM-TABLEAU.
           MOVE WS-SEUIL-ABS-MENTION TO JRN-PRM-ABS-MENTION.
           MOVE WS-TOLERANCE-REJETS TO JRN-PRM-TOL-REJETS.
           MOVE WS-MARGE-RESERVES TO JRN-PRM-MARGE.
           MOVE WS-TOLERANCE-PROG TO JRN-PRM-TOL-PROG.
           MOVE WS-ETAPES TO JRN-PRM-ETAPES.
           MOVE SPACE TO JRN-SEP34.
           MOVE WS-SEUIL-ECHECS-RISQUE TO JRN-PRM-ECHECS-RISQUE.
           WRITE JOURNAL-LIGNE.
           CLOSE JOURNAL.
           DISPLAY "JOURNAL D EXECUTION ECRIT (journal.dat), "
      *    Les amendements s'appliquent dans l'ordre du fichier, un
      *    second amendement sur la même note doit donc annoncer la
      *    note déjà amendée (requête 015)
      *    Chaque amendement appliqué est inscrit au registre des
      *    amendements ; un registre indisponible écarte tous les
      *    amendements de l'exécution, qui sort en code retour 12
       APPLIQUER-AMENDEMENTS.
           IF WS-NBR-AMEND > 0
               PERFORM OUVRIR-REGISTRE-AMEND
               IF WS-REG-AMEND-OUVERT = "N"
                   MOVE WS-NBR-AMEND TO WS-NBR-AMEND-ECARTES
               END-IF
           END-IF.
           PERFORM VARYING WS-IDX-AMEND FROM 1 BY 1
           UNTIL WS-IDX-AMEND > WS-NBR-AMEND
           OR WS-REG-AMEND-OUVERT = "N"
               MOVE 0 TO WS-IDX-AMD-ELEVE
               PERFORM VARYING WS-INDEX1 FROM 1 BY 1
               UNTIL WS-INDEX1 > WS-NBR-ELEVES
                               WS-AMEND-NOUV-NOTE(WS-IDX-AMEND)
                               " MOTIF : "
                               WS-AMEND-MOTIF(WS-IDX-AMEND)
                               " APPROUVE PAR "
                               WS-AMEND-APPROB(WS-IDX-AMEND)
                           PERFORM INSCRIRE-AMENDEMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REG-AMEND-OUVERT = "O"
               CLOSE REGISTRE-AMEND
               MOVE "N" TO WS-REG-AMEND-OUVERT
           END-IF.
           IF WS-NBR-AMEND > 0
               DISPLAY "AMENDEMENTS : " WS-NBR-AMEND-APPLIQUES
                   " APPLIQUE(S), " WS-NBR-AMEND-ECARTES
                   " ECARTE(S)"
           END-IF.

      *    Prépare le registre des amendements : une première lecture
      *    repère les amendements déjà inscrits avec l'estampille
      *    année + trimestre de cette exécution (trimestre relancé,
      *    même principe que DETECTER-REEXECUTION pour l'archive),
      *    puis le registre est ouvert en extension. Repli OPEN
      *    OUTPUT réservé au status 35, comme le journal : recréer le
      *    registre sur un autre échec effacerait son historique
       OUVRIR-REGISTRE-AMEND.
           MOVE "N" TO WS-REG-AMEND-OUVERT.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT REGISTRE-AMEND.
           IF WS-REG-AMEND-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "Y"
               READ REGISTRE-AMEND
               AT END
                   MOVE "Y" TO WS-FIN-FICHIER
               NOT AT END
                   IF RAM-ANNEE = WS-ANNEE-SCOLAIRE
                   AND RAM-TRIMESTRE = WS-TRIMESTRE
                       PERFORM VARYING WS-IDX-AMEND FROM 1 BY 1
                       UNTIL WS-IDX-AMEND > WS-NBR-AMEND
                           IF RAM-ID = WS-AMEND-ID(WS-IDX-AMEND)
                           AND RAM-MATIERE
                               = WS-AMEND-MATIERE(WS-IDX-AMEND)
                           AND RAM-ANC-NOTE
                               = WS-AMEND-ANC-NOTE(WS-IDX-AMEND)
                           AND RAM-NOUV-NOTE
                               = WS-AMEND-NOUV-NOTE(WS-IDX-AMEND)
                           AND RAM-APPROBATEUR
                               = WS-AMEND-APPROB(WS-IDX-AMEND)
                               MOVE "O"
                                   TO WS-AMEND-INSCRIT(WS-IDX-AMEND)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
               END-PERFORM
               CLOSE REGISTRE-AMEND
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN EXTEND REGISTRE-AMEND.
           IF WS-REG-AMEND-STATUS = "35"
               OPEN OUTPUT REGISTRE-AMEND
           END-IF.
           IF WS-REG-AMEND-STATUS = "00"
               MOVE "O" TO WS-REG-AMEND-OUVERT
           ELSE
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "REGISTRE DES AMENDEMENTS INDISPONIBLE (STATUS "
                   WS-REG-AMEND-STATUS "), AMENDEMENTS NON APPLIQUES"
           END-IF.

      *    Inscrit l'amendement en cours d'application au registre,
      *    sauf s'il y figure déjà pour ce trimestre. Une écriture
      *    refusée laisse la note amendée mais sort en code retour 12
       INSCRIRE-AMENDEMENT.
           IF WS-AMEND-INSCRIT(WS-IDX-AMEND) = "O"
               DISPLAY "AMENDEMENT DEJA AU REGISTRE POUR "
                   WS-ANNEE-SCOLAIRE " T" WS-TRIMESTRE
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               ACCEPT WS-HEURE-JOUR FROM TIME
               MOVE WS-ANNEE-SCOLAIRE TO RAM-ANNEE
               MOVE SPACE TO RAM-SEP1
               MOVE WS-TRIMESTRE TO RAM-TRIMESTRE
               MOVE SPACE TO RAM-SEP2
               MOVE WS-AMEND-ID(WS-IDX-AMEND) TO RAM-ID
               MOVE SPACE TO RAM-SEP3
               MOVE WS-AMEND-MATIERE(WS-IDX-AMEND) TO RAM-MATIERE
               MOVE SPACE TO RAM-SEP4
               MOVE WS-AMEND-ANC-NOTE(WS-IDX-AMEND) TO RAM-ANC-NOTE
               MOVE SPACE TO RAM-SEP5
               MOVE WS-AMEND-NOUV-NOTE(WS-IDX-AMEND) TO RAM-NOUV-NOTE
               MOVE SPACE TO RAM-SEP6
               MOVE WS-AMEND-APPROB(WS-IDX-AMEND) TO RAM-APPROBATEUR
               MOVE SPACE TO RAM-SEP7
               MOVE WS-DATE-JOUR TO RAM-DATE
               MOVE SPACE TO RAM-SEP8
               MOVE WS-HEURE-JOUR TO RAM-HEURE
               MOVE SPACE TO RAM-SEP9
               MOVE WS-AMEND-MOTIF(WS-IDX-AMEND) TO RAM-MOTIF
               WRITE REG-AMEND-LIGNE
               IF WS-REG-AMEND-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "ECRITURE REGISTRE DES AMENDEMENTS REFUSEE "
                       "(STATUS " WS-REG-AMEND-STATUS ") POUR "
                       WS-AMEND-ID(WS-IDX-AMEND)
               END-IF
           END-IF.

      *    Totalise pour chaque élève les demi-journées d'absence du
      *    trimestre, justifiées et injustifiées, à partir des lignes
      *    "03" chargées : c'est la base des mentions, de la liste
      *    d'alerte réglementaire et des totaux portés sur le bulletin
      *    (requête 017)
      *    Le taux d'assiduité de l'élève en découle quand le
      *    calendrier est actif : demi-journées ouvertes moins
      *    demi-journées d'absence, en pourcentage des ouvertes
       COMPTABILISER-ABSENCES.
           IF WS-CAL-PREPARE = "N"
               PERFORM PREPARER-CALENDRIER
           END-IF.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 > WS-NBR-ELEVES
               MOVE 0 TO WS-TOT-DJ-JUST(WS-INDEX1)
                           TO WS-TOT-DJ-INJUST(WS-INDEX1)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-TAUX-ASSID-ELEVE(WS-INDEX1)
               IF WS-CAL-ACTIF = "O"
                   COMPUTE WS-DJ-ABSENT = WS-TOT-DJ-JUST(WS-INDEX1)
                       + WS-TOT-DJ-INJUST(WS-INDEX1)
                   IF WS-DJ-ABSENT < WS-NBR-DJ-OUVERTES
                       COMPUTE WS-TAUX-ASSID-ELEVE(WS-INDEX1) ROUNDED
                           = (WS-NBR-DJ-OUVERTES - WS-DJ-ABSENT)
                           * 100 / WS-NBR-DJ-OUVERTES
                   END-IF
               END-IF
           END-PERFORM.

      *    Taux d'assiduité d'une classe (ou de l'établissement) :
      *    WS-DJ-ABS-CLASSE demi-journées d'absence cumulées sur
      *    WS-NBR-ELEVES-CLASSE élèves dus chacun aux demi-journées
      *    ouvertes du trimestre. Calendrier actif seulement
       CALCULER-TAUX-CLASSE.
           MOVE 0 TO WS-TAUX-ASSID.
           COMPUTE WS-DJ-DUES =
               WS-NBR-DJ-OUVERTES * WS-NBR-ELEVES-CLASSE.
           IF WS-DJ-ABS-CLASSE < WS-DJ-DUES
               COMPUTE WS-TAUX-ASSID ROUNDED =
                   (WS-DJ-DUES - WS-DJ-ABS-CLASSE) * 100 / WS-DJ-DUES
           END-IF.

      *    Vérifie le code d'enregistrement et la validité numérique
      *    des champs d'une ligne lue avant qu'elle ne soit chargée
      *    dans WS-CLASSE (requête 002)
      *            de lire un fichier qui n'est pas ouvert
      *            (correction revue de la requête 010)
                   MOVE "N" TO WS-MASTER-TROUVE
                   MOVE "N" TO WS-ELEVE-PARTI
                   IF WS-LIGNE-VALIDE = "O"
                   AND WS-MASTER-DISPONIBLE = "O"
                       MOVE F-LIGNE(3:6) TO MASTER-ID
                               MOVE "IDENTITE DIFFERE DU REFERENTIEL"
                                   TO WS-RAISON-REJET
                           END-IF
      *                    Un élève marqué parti au référentiel n'a
      *                    plus de notes ni d'absences à recevoir : la
      *                    ligne est rejetée avec la date du départ,
      *                    et les lignes "02"/"03" qui suivent le sont
      *                    sous leur propre motif
                           IF WS-LIGNE-VALIDE = "O"
                           AND MASTER-STATUT = "P"
                               MOVE "N" TO WS-LIGNE-VALIDE
                               MOVE "O" TO WS-ELEVE-PARTI
                               STRING "ELEVE PARTI LE "
                                   MASTER-DATE-DEPART
                                   DELIMITED BY SIZE
                                   INTO WS-RAISON-REJET
                           END-IF
                       END-IF
                   END-IF
      *            Mémorise le sort de cette ligne "01" : tant que la
      *        note irait gonfler le bulletin de l'élève d'avant
      *        (correction revue de la requête 010)
               WHEN "02"
                   IF WS-ELEVE-PARTI = "O"
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "NOTE D UN ELEVE PARTI"
                           TO WS-RAISON-REJET
                   ELSE
                   IF WS-ELEVE-REJETE = "O"
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "ELEVE PRECEDENT REJETE"
      *                WS-IDX-CAT-TROUVE pour que le chargement
      *                corrige le coefficient si besoin. Catalogue
      *                vide ou absent : contrôle désactivé
      *                (requête 013). La matière est cherchée au
      *                niveau de la classe courante (ligne "04"), et
      *                une note d'option n'est acceptée que d'un élève
      *                inscrit à l'option quand les inscriptions sont
      *                connues
                       MOVE 0 TO WS-IDX-CAT-TROUVE
                       IF WS-LIGNE-VALIDE = "O"
                       AND WS-NBR-MAT-CAT > 0
                           MOVE F-LIGNE(3:21) TO WS-NOM-MAT-RECH
                           MOVE WS-NIVEAU-COURANT TO WS-NIVEAU-TRAVAIL
                           PERFORM CHERCHER-MATIERE-CATALOGUE
                           IF WS-IDX-CAT-TROUVE = 0
                               MOVE "N" TO WS-LIGNE-VALIDE
                               MOVE "MATIERE HORS CATALOGUE DU NIVEAU"
                                   TO WS-RAISON-REJET
                           END-IF
                           IF WS-IDX-CAT-TROUVE > 0
                           AND WS-OPTIONS-CHARGEES = "O"
                               MOVE WS-ID-ELEVE(WS-INDEX2) TO WS-ID-RECH
                               PERFORM VERIFIER-SUIVI-MATIERE
                               IF WS-MATIERE-SUIVIE = "N"
                                   MOVE "N" TO WS-LIGNE-VALIDE
                                   MOVE "OPTION NON SUIVIE PAR L ELEVE"
                                       TO WS-RAISON-REJET
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
      *        Ligne d'absence ou de note disciplinaire (requête 007).
      *        Même garde structurelle que "02" ci-dessus (correction
      *        revue des requêtes 002 et 010)
               WHEN "03"
                   IF WS-ELEVE-PARTI = "O"
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "ABSENCE D UN ELEVE PARTI"
                           TO WS-RAISON-REJET
                   ELSE
                   IF WS-ELEVE-REJETE = "O"
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "ELEVE PRECEDENT REJETE"
                           MOVE "N" TO WS-LIGNE-VALIDE
                           MOVE "DATE ABSENCE NON NUMERIQUE"
                               TO WS-RAISON-REJET
                       ELSE
                           PERFORM CONTROLER-DATE-ABSENCE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
      *        Ligne d'amendement de note : l'identifiant élève et
      *        les deux notes (ancienne et nouvelle) doivent être
      *        exploitables ; la concordance avec les données
                       MOVE "NOUVELLE NOTE NON NUMERIQUE"
                           TO WS-RAISON-REJET
                   END-IF
      *        L'amendement doit être approuvé par un opérateur du
      *        référentiel ayant le rôle direction ; sans référentiel
      *        des opérateurs, aucune approbation n'est vérifiable et
      *        la ligne est rejetée
                   IF WS-LIGNE-VALIDE = "O"
                   AND F-LIGNE(55:6) = SPACES
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "AMENDEMENT NON APPROUVE"
                           TO WS-RAISON-REJET
                   END-IF
                   IF WS-LIGNE-VALIDE = "O"
                   AND WS-NBR-OPE = 0
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "REFERENTIEL OPERATEURS ABSENT"
                           TO WS-RAISON-REJET
                   END-IF
                   IF WS-LIGNE-VALIDE = "O"
                       MOVE 0 TO WS-IDX-OPE-TROUVE
                       PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                       UNTIL WS-IDX-OPE > WS-NBR-OPE
                           IF WS-ID-OPE(WS-IDX-OPE) = F-LIGNE(55:6)
                               MOVE WS-IDX-OPE TO WS-IDX-OPE-TROUVE
                           END-IF
                       END-PERFORM
                       IF WS-IDX-OPE-TROUVE = 0
                           MOVE "N" TO WS-LIGNE-VALIDE
                           MOVE "APPROBATEUR HORS REFERENTIEL"
                               TO WS-RAISON-REJET
                       ELSE
                           IF WS-ROLE-OPE(WS-IDX-OPE-TROUVE) NOT = "D"
                               MOVE "N" TO WS-LIGNE-VALIDE
                               MOVE "APPROBATEUR SANS ROLE DIRECTION"
                                   TO WS-RAISON-REJET
                           END-IF
                       END-IF
                   END-IF
      *        Ligne d'affectation "06" : une matière du catalogue,
      *        dans une classe, confiée à un professeur du
      *        référentiel. La matière est confrontée au catalogue
                       MOVE "CODE CLASSE ABSENT" TO WS-RAISON-REJET
                   ELSE
                       MOVE "N" TO WS-ELEVE-REJETE
                       MOVE "N" TO WS-ELEVE-PARTI
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-LIGNE-VALIDE
                       TO WS-RAISON-REJET
           END-EVALUATE.

      *    Confronte la date d'une ligne "03" au calendrier scolaire
      *    : date réelle, dans le trimestre de l'exécution, sur une
      *    demi-journée ouverte. Sans calendrier actif la date
      *    numérique est acceptée comme avant
       CONTROLER-DATE-ABSENCE.
           IF WS-CAL-PREPARE = "N"
               PERFORM PREPARER-CALENDRIER
           END-IF.
           IF WS-CAL-ACTIF = "O"
               MOVE F-LIGNE(3:8) TO WS-DATE-CAL
               PERFORM VERIFIER-DATE
               IF WS-DATE-VALIDE = "N"
                   MOVE "N" TO WS-LIGNE-VALIDE
                   MOVE "DATE ABSENCE INVALIDE" TO WS-RAISON-REJET
               ELSE
                   IF WS-DATE-CAL < WS-CAL-DEBUT-TRIM
                   OR WS-DATE-CAL > WS-CAL-FIN-TRIM
                       MOVE "N" TO WS-LIGNE-VALIDE
                       MOVE "DATE ABSENCE HORS TRIMESTRE"
                           TO WS-RAISON-REJET
                   ELSE
                       PERFORM EVALUER-JOUR
                       IF WS-DJ-JOUR = 0
                           MOVE "N" TO WS-LIGNE-VALIDE
                           MOVE "DATE ABSENCE JOUR NON OUVRE"
                               TO WS-RAISON-REJET
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Écrit une ligne rejetée dans rejets.dat avec son numéro de
      *    ligne, son contenu brut et le motif du rejet (requête 002)
       ECRIRE-REJET.
               MOVE WS-TRIMESTRE TO ARC-TRIMESTRE
               MOVE WS-ID-ELEVE(WS-INDEX1) TO ARC-ID
               MOVE "G" TO ARC-TYPE
      *        La ligne "G" n'a pas de matière : elle porte la mention
      *        du conseil, pour que les trimestres suivants retrouvent
      *        un Avertissement déjà reçu
               MOVE WS-MENTION-ELEVE(WS-INDEX1) TO ARC-MATIERE
               MOVE 0 TO ARC-COEF
               MOVE WS-MOYENNE-ELEVE(WS-INDEX1) TO ARC-NOTE
               MOVE SPACE TO ARC-SEP1
               ", ELEVE NON INSCRIT".
           MOVE 12 TO WS-CODE-RETOUR.

      *    Annonce l'alignement de la classe du référentiel sur la
      *    ligne "04" d'input.dat et le consigne en action "C" (avant
      *    -> après) dans historique_referentiel.dat. OPEN EXTEND avec
      *    repli OPEN OUTPUT sur fichier absent, comme referentiel ;
      *    un historique indisponible sort en code retour 12
       CONSIGNER-CLASSE-MASTER.
           DISPLAY "CLASSE DU REFERENTIEL ALIGNEE SUR input.dat : "
               MASTER-ID " " WS-AVANT-HIS(1:9) " -> "
               WS-APRES-HIS(1:9).
           OPEN EXTEND HISTORIQUE-REF.
           IF WS-HISTO-REF-STATUS = "35"
               OPEN OUTPUT HISTORIQUE-REF
           END-IF.
           IF WS-HISTO-REF-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "HISTORIQUE DU REFERENTIEL INDISPONIBLE "
                   "(STATUS " WS-HISTO-REF-STATUS "), CHANGEMENT DE "
                   "CLASSE NON CONSIGNE POUR " MASTER-ID
           ELSE
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               ACCEPT WS-HEURE-JOUR FROM TIME
               MOVE WS-DATE-JOUR TO HIS-DATE
               MOVE SPACE TO HIS-SEP1
               MOVE WS-HEURE-JOUR TO HIS-HEURE
               MOVE SPACE TO HIS-SEP2
               MOVE MASTER-ID TO HIS-ID
               MOVE SPACE TO HIS-SEP3
               MOVE "C" TO HIS-ACTION
               MOVE SPACE TO HIS-SEP4
               MOVE WS-AVANT-HIS TO HIS-AVANT
               MOVE SPACE TO HIS-SEP5
               MOVE WS-APRES-HIS TO HIS-APRES
               WRITE HISTO-REF-LIGNE
               IF WS-HISTO-REF-STATUS NOT = "00"
                   MOVE 12 TO WS-CODE-RETOUR
                   DISPLAY "ECRITURE HISTORIQUE DU REFERENTIEL "
                       "REFUSEE (STATUS " WS-HISTO-REF-STATUS
                       ") POUR " MASTER-ID
               END-IF
               CLOSE HISTORIQUE-REF
           END-IF.

      *    Signale une écriture refusée dans l'archive cumulative et
      *    passe l'exécution en code retour 12 (correction revue de
      *    la requête 012)
               MOVE 0 TO WS-NBR-REUSSITE
               MOVE 0 TO WS-NBR-ECHEC
               MOVE 0 TO WS-NBR-ELEVES-CLASSE
               MOVE 0 TO WS-DJ-ABS-CLASSE
               PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
               UNTIL WS-IDX-RANG > WS-NBR-ELEVES
                   PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           MOVE "ABJ" TO WS-LIGNE-DOSSIER(51:3).
           MOVE "ABN" TO WS-LIGNE-DOSSIER(55:3).
           MOVE "PROGR" TO WS-LIGNE-DOSSIER(59:5).
           MOVE "ASSID" TO WS-LIGNE-DOSSIER(66:5).
           MOVE "DECISION" TO WS-LIGNE-DOSSIER(72:8).
           PERFORM ECRIRE-LIGNE-DOSSIER.
           MOVE ALL "-" TO WS-LIGNE-DOSSIER.
           PERFORM ECRIRE-LIGNE-DOSSIER.
           ELSE
               MOVE "N/A" TO WS-LIGNE-DOSSIER(59:3)
           END-IF.
           ADD WS-TOT-DJ-JUST(WS-INDEX1) WS-TOT-DJ-INJUST(WS-INDEX1)
               TO WS-DJ-ABS-CLASSE.
           IF WS-CAL-ACTIF = "O"
               MOVE WS-TAUX-ASSID-ELEVE(WS-INDEX1) TO WS-TAUX-EDITE
               MOVE WS-TAUX-EDITE TO WS-LIGNE-DOSSIER(66:5)
           ELSE
               MOVE "N/A" TO WS-LIGNE-DOSSIER(66:3)
           END-IF.
           PERFORM ECRIRE-LIGNE-DOSSIER.

      *    Le pied de section d'une classe : effectif, moyenne de
           MOVE WS-NBR-ECHEC TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(76:3).
           PERFORM ECRIRE-LIGNE-DOSSIER.
      *    Assiduité de la classe sur les demi-journées ouvertes du
      *    trimestre, quand le calendrier est actif
           IF WS-CAL-ACTIF = "O"
               PERFORM CALCULER-TAUX-CLASSE
               MOVE SPACES TO WS-LIGNE-DOSSIER
               MOVE "ASSIDUITE CLASSE " TO WS-LIGNE-DOSSIER(1:17)
               MOVE WS-TAUX-ASSID TO WS-TAUX-EDITE
               MOVE WS-TAUX-EDITE TO WS-LIGNE-DOSSIER(18:5)
               MOVE "% SUR " TO WS-LIGNE-DOSSIER(24:6)
               MOVE WS-NBR-DJ-OUVERTES TO WS-DJ-OUV-EDITE
               MOVE WS-DJ-OUV-EDITE TO WS-LIGNE-DOSSIER(30:4)
               MOVE " DEMI-JOURNEES OUVERTES"
                   TO WS-LIGNE-DOSSIER(34:23)
               PERFORM ECRIRE-LIGNE-DOSSIER
           END-IF.

      *    Écrit la ligne composée dans le dossier et tient le
      *    compteur de lignes de la page (requête 027)
           END-IF.
           ADD 1 TO WS-LIGNES-PAGE.

      *    Liste des élèves à risque : eleves_risque.dat, paginé, une
      *    section par classe. Les élèves signalés sortent du plus
      *    grand nombre de signaux au plus petit, suivis des élèves
      *    sous mesure de suivi qui ne sont plus signalés, pour que
      *    le conseil voie aussi les mesures qui ont porté. Pour un
      *    élève sous mesure, la moyenne du trimestre de début de la
      *    mesure (mémoire pour l'année en cours, index de l'archive
      *    pour une année antérieure) est comparée à la moyenne du
      *    trimestre avec la tolérance de RAPPORT-PROGRESSION
       ELEVES-A-RISQUE.
           PERFORM CHARGER-AVERTISSEMENTS.
           MOVE "N" TO WS-SUIVI-DISPONIBLE.
           OPEN INPUT SUIVI-SOUTIEN.
           IF WS-SUIVI-STATUS = "00"
               MOVE "O" TO WS-SUIVI-DISPONIBLE
           ELSE
               DISPLAY "SUIVI DES MESURES suivi_soutien.dat ABSENT "
                   "(STATUS " WS-SUIVI-STATUS "), AUCUNE MESURE "
                   "EN COURS"
           END-IF.
           MOVE "N" TO WS-INDEX-DISPONIBLE.
           OPEN INPUT ARCHIVE-IDX.
           IF WS-ARCIDX-STATUS = "00"
               MOVE "O" TO WS-INDEX-DISPONIBLE
           END-IF.
           OPEN OUTPUT RISQUES.
           IF WS-RISQUES-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "LISTE DES ELEVES A RISQUE INDISPONIBLE "
                   "(STATUS " WS-RISQUES-STATUS "), LISTE NON "
                   "GENEREE"
           ELSE
               PERFORM RISQUES-CLASSES
               CLOSE RISQUES
               DISPLAY "ELEVES A RISQUE (eleves_risque.dat) : "
                   WS-TOT-A-RISQUE " ELEVE(S) SIGNALE(S), "
                   WS-NBR-PAGES " PAGE(S)"
           END-IF.
           IF WS-SUIVI-DISPONIBLE = "O"
               CLOSE SUIVI-SOUTIEN
           END-IF.
           IF WS-INDEX-DISPONIBLE = "O"
               CLOSE ARCHIVE-IDX
           END-IF.

      *    Les Avertissements des trimestres précédents de l'année,
      *    relevés sur les lignes "G" de l'archive. Les lignes
      *    archivées avant que la ligne "G" ne porte la mention ont
      *    une mention à blanc et ne signalent rien
       CHARGER-AVERTISSEMENTS.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 > WS-NBR-ELEVES
               MOVE "N" TO WS-RSQ-AVERT(WS-INDEX1)
           END-PERFORM.
           IF WS-TRIMESTRE > 1
               MOVE "N" TO WS-FIN-FICHIER
               OPEN INPUT ARCHIVE
               IF WS-ARCHIVE-STATUS = "00"
                   PERFORM UNTIL WS-FIN-FICHIER = "Y"
                   READ ARCHIVE
                   AT END
                       MOVE "Y" TO WS-FIN-FICHIER
                   NOT AT END
                       IF ARC-ANNEE = WS-ANNEE-SCOLAIRE
                       AND ARC-TYPE = "G"
                       AND ARC-TRIMESTRE IS NUMERIC
                       AND ARC-TRIMESTRE < WS-TRIMESTRE
                       AND ARC-MATIERE = "AVERTISSEMENT"
                           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
                           UNTIL WS-INDEX1 > WS-NBR-ELEVES
                               IF WS-ID-ELEVE(WS-INDEX1) = ARC-ID
                                   MOVE "O"
                                       TO WS-RSQ-AVERT(WS-INDEX1)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
                   END-PERFORM
                   CLOSE ARCHIVE
               END-IF
               MOVE "N" TO WS-FIN-FICHIER
           END-IF.

      *    Une section par classe, chaque classe ouvrant une nouvelle
      *    page : signaux évalués au niveau de la classe, puis élèves
      *    par nombre de signaux décroissant
       RISQUES-CLASSES.
           MOVE 0 TO WS-NBR-PAGES.
           MOVE 0 TO WS-TOT-A-RISQUE.
           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
           UNTIL WS-IDX-CLASSE > WS-NBR-CLASSES
               MOVE WS-NIVEAU-CLASSE(WS-IDX-CLASSE)
                   TO WS-NIVEAU-TRAVAIL
               PERFORM VARYING WS-INDEX1 FROM 1 BY 1
               UNTIL WS-INDEX1 > WS-NBR-ELEVES
                   IF WS-CLASSE-ELEVE(WS-INDEX1)
                       = WS-CODE-CLASSE(WS-IDX-CLASSE)
                       PERFORM EVALUER-RISQUE-ELEVE
                   END-IF
               END-PERFORM
               PERFORM RISQUES-ENTETE-PAGE
               MOVE 0 TO WS-NBR-A-RISQUE
               MOVE 0 TO WS-NBR-SOUS-MESURE
               MOVE 0 TO WS-NBR-SANS-MESURE
               PERFORM VARYING WS-NBR-SIGNAUX FROM 4 BY -1
               UNTIL WS-NBR-SIGNAUX < 1
                   PERFORM VARYING WS-INDEX1 FROM 1 BY 1
                   UNTIL WS-INDEX1 > WS-NBR-ELEVES
                       IF WS-CLASSE-ELEVE(WS-INDEX1)
                           = WS-CODE-CLASSE(WS-IDX-CLASSE)
                       AND WS-RSQ-SIGNAUX(WS-INDEX1) = WS-NBR-SIGNAUX
                           ADD 1 TO WS-NBR-A-RISQUE
                           PERFORM CHERCHER-MESURE
                           PERFORM RISQUES-LIGNE-ELEVE
                       END-IF
                   END-PERFORM
               END-PERFORM
      *        Les élèves sous mesure qui ne sont plus signalés
               PERFORM VARYING WS-INDEX1 FROM 1 BY 1
               UNTIL WS-INDEX1 > WS-NBR-ELEVES
                   IF WS-CLASSE-ELEVE(WS-INDEX1)
                       = WS-CODE-CLASSE(WS-IDX-CLASSE)
                   AND WS-RSQ-SIGNAUX(WS-INDEX1) = 0
                       PERFORM CHERCHER-MESURE
                       IF WS-MESURE-TROUVEE = "O"
                           PERFORM RISQUES-LIGNE-ELEVE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM RISQUES-PIED-CLASSE
               ADD WS-NBR-A-RISQUE TO WS-TOT-A-RISQUE
           END-PERFORM.

      *    Les quatre signaux de l'élève WS-INDEX1, au niveau de sa
      *    classe (WS-NIVEAU-TRAVAIL) pour les seuils des matières ;
      *    une matière hors catalogue prend le seuil de réussite
      *    général
       EVALUER-RISQUE-ELEVE.
           MOVE 0 TO WS-RSQ-SIGNAUX(WS-INDEX1).
           MOVE "N" TO WS-RSQ-BAISSE(WS-INDEX1).
           COMPUTE WS-TRIM-PRECEDENT = WS-TRIMESTRE - 1.
           IF WS-TRIM-PRECEDENT > 0
           AND WS-MOY-TRIM-PRES
               (WS-INDEX1, WS-TRIM-PRECEDENT) = "O"
               COMPUTE WS-ECART-MOYENNE =
                   WS-MOYENNE-ELEVE(WS-INDEX1) -
                   WS-MOY-TRIM-VAL(WS-INDEX1, WS-TRIM-PRECEDENT)
               IF WS-ECART-MOYENNE < 0
               AND WS-ECART-MOYENNE + WS-TOLERANCE-PROG < 0
                   MOVE "O" TO WS-RSQ-BAISSE(WS-INDEX1)
                   ADD 1 TO WS-RSQ-SIGNAUX(WS-INDEX1)
               END-IF
           END-IF.
           MOVE 0 TO WS-RSQ-ECHECS(WS-INDEX1).
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 > WS-NBR-NOTES(WS-INDEX1)
               MOVE WS-NOM-MATIERE(WS-INDEX1, WS-INDEX2)
                   TO WS-NOM-MAT-RECH
               PERFORM CHERCHER-MATIERE-CATALOGUE
               IF WS-IDX-CAT-TROUVE > 0
                   MOVE WS-SEUIL-CAT(WS-IDX-CAT-TROUVE)
                       TO WS-SEUIL-NOTE
               ELSE
                   MOVE WS-SEUIL-REUSSITE TO WS-SEUIL-NOTE
               END-IF
               IF WS-NOTE(WS-INDEX1, WS-INDEX2) < WS-SEUIL-NOTE
                   ADD 1 TO WS-RSQ-ECHECS(WS-INDEX1)
               END-IF
           END-PERFORM.
           IF WS-RSQ-ECHECS(WS-INDEX1) >= WS-SEUIL-ECHECS-RISQUE
               ADD 1 TO WS-RSQ-SIGNAUX(WS-INDEX1)
           END-IF.
           MOVE "N" TO WS-RSQ-ABSENCES(WS-INDEX1).
           IF WS-TOT-DJ-INJUST(WS-INDEX1) >= WS-SEUIL-DJ-ACADEMIE
               MOVE "O" TO WS-RSQ-ABSENCES(WS-INDEX1)
               ADD 1 TO WS-RSQ-SIGNAUX(WS-INDEX1)
           END-IF.
           IF WS-RSQ-AVERT(WS-INDEX1) = "O"
               ADD 1 TO WS-RSQ-SIGNAUX(WS-INDEX1)
           END-IF.

      *    Lit la mesure de suivi de l'élève WS-INDEX1 dans
      *    SUIVI-ENREG ; WS-MESURE-TROUVEE à "N" sans mesure
       CHERCHER-MESURE.
           MOVE "N" TO WS-MESURE-TROUVEE.
           IF WS-SUIVI-DISPONIBLE = "O"
               MOVE WS-ID-ELEVE(WS-INDEX1) TO SUI-ID
               READ SUIVI-SOUTIEN
                   NOT INVALID KEY
                       MOVE "O" TO WS-MESURE-TROUVEE
               END-READ
           END-IF.

      *    L'en-tête de page de la liste : identification de la
      *    classe, estampille, seuils des signaux et en-têtes de
      *    colonnes
       RISQUES-ENTETE-PAGE.
           ADD 1 TO WS-NBR-PAGES.
           MOVE 0 TO WS-LIGNES-PAGE.
           MOVE SPACES TO WS-LIGNE-DOSSIER.
           MOVE "ELEVES A RISQUE " TO WS-LIGNE-DOSSIER(1:16).
           MOVE WS-CODE-CLASSE(WS-IDX-CLASSE)
               TO WS-LIGNE-DOSSIER(17:5).
           MOVE "NIVEAU " TO WS-LIGNE-DOSSIER(24:7).
           MOVE WS-NIVEAU-CLASSE(WS-IDX-CLASSE)
               TO WS-LIGNE-DOSSIER(31:3).
           MOVE "PROFESSEUR PRINCIPAL "
               TO WS-LIGNE-DOSSIER(36:21).
           MOVE WS-PROF-CLASSE(WS-IDX-CLASSE)
               TO WS-LIGNE-DOSSIER(57:20).
           PERFORM ECRIRE-LIGNE-RISQUES.
           MOVE SPACES TO WS-LIGNE-DOSSIER.
           MOVE "ANNEE " TO WS-LIGNE-DOSSIER(1:6).
           MOVE WS-ANNEE-SCOLAIRE TO WS-LIGNE-DOSSIER(7:4).
           MOVE "TRIMESTRE " TO WS-LIGNE-DOSSIER(13:10).
           MOVE WS-TRIMESTRE TO WS-LIGNE-DOSSIER(23:1).
           MOVE "PAGE " TO WS-LIGNE-DOSSIER(70:5).
           MOVE WS-NBR-PAGES TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(75:3).
           PERFORM ECRIRE-LIGNE-RISQUES.
           MOVE SPACES TO WS-LIGNE-DOSSIER.
           MOVE "SIGNAUX : BAISSE AU-DELA DE "
               TO WS-LIGNE-DOSSIER(1:28).
           MOVE WS-TOLERANCE-PROG TO WS-MOY-EDITEE.
           MOVE WS-MOY-EDITEE TO WS-LIGNE-DOSSIER(29:5).
           MOVE ", ECHECS >= " TO WS-LIGNE-DOSSIER(34:12).
           MOVE WS-SEUIL-ECHECS-RISQUE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(46:3).
           MOVE ", ABN >= " TO WS-LIGNE-DOSSIER(49:9).
           MOVE WS-SEUIL-DJ-ACADEMIE TO WS-DJ-EDITE.
           MOVE WS-DJ-EDITE TO WS-LIGNE-DOSSIER(58:3).
           MOVE ", AVERTISSEMENT" TO WS-LIGNE-DOSSIER(61:15).
           PERFORM ECRIRE-LIGNE-RISQUES.
           MOVE SPACES TO WS-LIGNE-DOSSIER.
           MOVE "ID" TO WS-LIGNE-DOSSIER(1:2).
           MOVE "NOM" TO WS-LIGNE-DOSSIER(8:3).
           MOVE "PRENOM" TO WS-LIGNE-DOSSIER(16:6).
           MOVE "MOYEN" TO WS-LIGNE-DOSSIER(23:5).
           MOVE "PROGR" TO WS-LIGNE-DOSSIER(29:5).
           MOVE "ECH" TO WS-LIGNE-DOSSIER(36:3).
           MOVE "ABN" TO WS-LIGNE-DOSSIER(40:3).
           MOVE "AVT" TO WS-LIGNE-DOSSIER(44:3).
           MOVE "MESURE" TO WS-LIGNE-DOSSIER(48:6).
           MOVE "DEBUT" TO WS-LIGNE-DOSSIER(56:5).
           MOVE "M.DEB" TO WS-LIGNE-DOSSIER(63:5).
           MOVE "BILAN" TO WS-LIGNE-DOSSIER(69:5).
           PERFORM ECRIRE-LIGNE-RISQUES.
           MOVE ALL "-" TO WS-LIGNE-DOSSIER.
           PERFORM ECRIRE-LIGNE-RISQUES.

      *    Une ligne d'élève : identité, moyenne, écart sur le
      *    trimestre précédent, matières en échec, demi-journées
      *    injustifiées, Avertissement antérieur ; un signal levé est
      *    marqué "*" après sa valeur. Puis la mesure de suivi lue
      *    par CHERCHER-MESURE, son début, la moyenne de ce
      *    trimestre-là et le bilan (PROGRES, STABLE, BAISSE, DEBUT
      *    quand la mesure commence ce trimestre, N/A sans moyenne de
      *    début)
       RISQUES-LIGNE-ELEVE.
           IF WS-LIGNES-PAGE >= WS-MAX-LIGNES-PAGE
               PERFORM RISQUES-ENTETE-PAGE
           END-IF.
           MOVE SPACES TO WS-LIGNE-DOSSIER.
           MOVE WS-ID-ELEVE(WS-INDEX1) TO WS-LIGNE-DOSSIER(1:6).
           MOVE WS-NOM-ELEVE(WS-INDEX1) TO WS-LIGNE-DOSSIER(8:7).
           MOVE WS-PRENOM-ELEVE(WS-INDEX1)
               TO WS-LIGNE-DOSSIER(16:6).
           MOVE WS-MOYENNE-ELEVE(WS-INDEX1) TO WS-MOY-EDITEE.
           MOVE WS-MOY-EDITEE TO WS-LIGNE-DOSSIER(23:5).
           COMPUTE WS-TRIM-PRECEDENT = WS-TRIMESTRE - 1.
           IF WS-TRIM-PRECEDENT > 0
           AND WS-MOY-TRIM-PRES
               (WS-INDEX1, WS-TRIM-PRECEDENT) = "O"
               COMPUTE WS-ECART-MOYENNE =
                   WS-MOYENNE-ELEVE(WS-INDEX1) -
                   WS-MOY-TRIM-VAL(WS-INDEX1, WS-TRIM-PRECEDENT)
               MOVE WS-ECART-MOYENNE TO WS-PROG-EDITEE
               MOVE WS-PROG-EDITEE TO WS-LIGNE-DOSSIER(28:6)
           ELSE
               MOVE "N/A" TO WS-LIGNE-DOSSIER(29:3)
           END-IF.
           IF WS-RSQ-BAISSE(WS-INDEX1) = "O"
               MOVE "*" TO WS-LIGNE-DOSSIER(34:1)
           END-IF.
           MOVE WS-RSQ-ECHECS(WS-INDEX1) TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(36:3).
           IF WS-RSQ-ECHECS(WS-INDEX1) >= WS-SEUIL-ECHECS-RISQUE
               MOVE "*" TO WS-LIGNE-DOSSIER(39:1)
           END-IF.
           MOVE WS-TOT-DJ-INJUST(WS-INDEX1) TO WS-DJ-EDITE.
           MOVE WS-DJ-EDITE TO WS-LIGNE-DOSSIER(40:3).
           IF WS-RSQ-ABSENCES(WS-INDEX1) = "O"
               MOVE "*" TO WS-LIGNE-DOSSIER(43:1)
           END-IF.
           IF WS-RSQ-AVERT(WS-INDEX1) = "O"
               MOVE "OUI*" TO WS-LIGNE-DOSSIER(44:4)
           END-IF.
           IF WS-MESURE-TROUVEE = "N"
               MOVE "AUCUNE" TO WS-LIGNE-DOSSIER(48:6)
               ADD 1 TO WS-NBR-SANS-MESURE
           ELSE
               ADD 1 TO WS-NBR-SOUS-MESURE
               MOVE SUI-MESURE TO WS-LIGNE-DOSSIER(48:7)
               MOVE SUI-ANNEE TO WS-LIGNE-DOSSIER(56:4)
               MOVE "T" TO WS-LIGNE-DOSSIER(60:1)
               MOVE SUI-TRIM TO WS-LIGNE-DOSSIER(61:1)
               PERFORM CHERCHER-MOYENNE-DEBUT
               IF SUI-ANNEE = WS-ANNEE-SCOLAIRE
               AND SUI-TRIM = WS-TRIMESTRE
                   MOVE "DEBUT" TO WS-LIGNE-DOSSIER(69:5)
               ELSE
                   IF WS-MOY-DEBUT-PRES = "N"
                       MOVE "N/A" TO WS-LIGNE-DOSSIER(69:3)
                   ELSE
                       MOVE WS-MOY-DEBUT TO WS-MOY-EDITEE
                       MOVE WS-MOY-EDITEE TO WS-LIGNE-DOSSIER(63:5)
                       COMPUTE WS-ECART-MOYENNE =
                           WS-MOYENNE-ELEVE(WS-INDEX1) - WS-MOY-DEBUT
                       EVALUATE TRUE
                           WHEN WS-ECART-MOYENNE > WS-TOLERANCE-PROG
                               MOVE "PROGRES"
                                   TO WS-LIGNE-DOSSIER(69:7)
                           WHEN WS-ECART-MOYENNE < 0
                           AND WS-ECART-MOYENNE + WS-TOLERANCE-PROG
                               < 0
                               MOVE "BAISSE"
                                   TO WS-LIGNE-DOSSIER(69:6)
                           WHEN OTHER
                               MOVE "STABLE"
                                   TO WS-LIGNE-DOSSIER(69:6)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-RISQUES.

      *    La moyenne générale de l'élève au trimestre de début de sa
      *    mesure : en mémoire pour l'année en cours (trimestre
      *    courant compris), dans l'index de l'archive pour une année
      *    antérieure
       CHERCHER-MOYENNE-DEBUT.
           MOVE "N" TO WS-MOY-DEBUT-PRES.
           MOVE 0 TO WS-MOY-DEBUT.
           IF SUI-ANNEE = WS-ANNEE-SCOLAIRE
               IF SUI-TRIM > 0 AND SUI-TRIM NOT > WS-TRIMESTRE
                   IF WS-MOY-TRIM-PRES(WS-INDEX1, SUI-TRIM) = "O"
                       MOVE WS-MOY-TRIM-VAL(WS-INDEX1, SUI-TRIM)
                           TO WS-MOY-DEBUT
                       MOVE "O" TO WS-MOY-DEBUT-PRES
                   END-IF
               END-IF
           ELSE
               IF SUI-ANNEE < WS-ANNEE-SCOLAIRE
               AND WS-INDEX-DISPONIBLE = "O"
                   MOVE SUI-ANNEE TO ARCIX-ANNEE
                   MOVE SUI-TRIM TO ARCIX-TRIM
                   MOVE SUI-ID TO ARCIX-ID
                   READ ARCHIVE-IDX
                       NOT INVALID KEY
                           MOVE ARCIX-MOYENNE TO WS-MOY-DEBUT
                           MOVE "O" TO WS-MOY-DEBUT-PRES
                   END-READ
               END-IF
           END-IF.

      *    Le pied de section d'une classe : élèves signalés, sous
      *    mesure et signalés sans mesure, à décider en conseil
       RISQUES-PIED-CLASSE.
           MOVE ALL "-" TO WS-LIGNE-DOSSIER.
           PERFORM ECRIRE-LIGNE-RISQUES.
           MOVE SPACES TO WS-LIGNE-DOSSIER.
           MOVE "SIGNALES " TO WS-LIGNE-DOSSIER(1:9).
           MOVE WS-NBR-A-RISQUE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(10:3).
           MOVE "SOUS MESURE " TO WS-LIGNE-DOSSIER(15:12).
           MOVE WS-NBR-SOUS-MESURE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(27:3).
           MOVE "SIGNALES SANS MESURE " TO WS-LIGNE-DOSSIER(32:21).
           MOVE WS-NBR-SANS-MESURE TO WS-NBR-EDITE.
           MOVE WS-NBR-EDITE TO WS-LIGNE-DOSSIER(53:3).
           PERFORM ECRIRE-LIGNE-RISQUES.

      *    Écrit la ligne composée dans la liste et tient le compteur
      *    de lignes de la page
       ECRIRE-LIGNE-RISQUES.
           MOVE WS-LIGNE-DOSSIER TO RISQUE-LIGNE.
           WRITE RISQUE-LIGNE.
           IF WS-RISQUES-STATUS NOT = "00"
               MOVE 12 TO WS-CODE-RETOUR
               DISPLAY "ECRITURE LISTE DES ELEVES A RISQUE REFUSEE "
                   "(STATUS " WS-RISQUES-STATUS "), LISTE INCOMPLETE"
           END-IF.
           ADD 1 TO WS-LIGNES-PAGE.

      *    Conseil de fin d'année : au trimestre 3, en mode fin
      *    d'année (en-tête "00", position 19 à "F"), propose pour
      *    chaque élève une décision depuis sa moyenne annuelle
                       WS-TOT-DJ-INJUST(WS-INDEX1)
                       " DJ INJUSTIFIEES"
               END-IF
      *        Taux d'assiduité sur les demi-journées ouvertes du
      *        calendrier, N/A sans calendrier actif
               IF WS-CAL-ACTIF = "O"
                   MOVE WS-TAUX-ASSID-ELEVE(WS-INDEX1) TO WS-TAUX-EDITE
                   DISPLAY "  TAUX D ASSIDUITE : " WS-TAUX-EDITE
                       " % DE " WS-NBR-DJ-OUVERTES " DJ OUVERTES"
               ELSE
                   DISPLAY "  TAUX D ASSIDUITE : N/A"
               END-IF
               DISPLAY "  MOYENNE PONDEREE : "
                       WS-MOYENNE-ELEVE(WS-INDEX1)
      *        Rang dans la classe et mention du conseil (requête 016)
               MOVE 0 TO WS-NBR-REUSSITE
               MOVE 0 TO WS-NBR-ECHEC
               MOVE 0 TO WS-NBR-ELEVES-CLASSE
               MOVE 0 TO WS-DJ-ABS-CLASSE
               PERFORM VARYING WS-INDEX1 FROM 1 BY 1
               UNTIL WS-INDEX1 > WS-NBR-ELEVES
                   IF WS-CLASSE-ELEVE(WS-INDEX1)
                       = WS-CODE-CLASSE(WS-IDX-CLASSE)
                       ADD 1 TO WS-NBR-ELEVES-CLASSE
                       ADD WS-TOT-DJ-JUST(WS-INDEX1)
                           WS-TOT-DJ-INJUST(WS-INDEX1)
                           TO WS-DJ-ABS-CLASSE
                       IF WS-NBR-ELEVES-CLASSE = 1
                           MOVE WS-MOYENNE-ELEVE(WS-INDEX1)
                               TO WS-MOY-MIN
               DISPLAY "  SEUIL DE REUSSITE : " WS-SEUIL-REUSSITE
               DISPLAY "  ELEVES ADMIS : " WS-NBR-REUSSITE
               DISPLAY "  ELEVES EN ECHEC : " WS-NBR-ECHEC
               PERFORM AFFICHER-TAUX-ASSIDUITE
           END-PERFORM.

      *    Synthèse de l'établissement, tous élèves confondus
           MOVE 0 TO WS-SOMME-MOYENNES.
           MOVE 0 TO WS-NBR-REUSSITE.
           MOVE 0 TO WS-NBR-ECHEC.
           MOVE 0 TO WS-DJ-ABS-CLASSE.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 > WS-NBR-ELEVES
               IF WS-INDEX1 = 1
                   MOVE WS-MOYENNE-ELEVE(WS-INDEX1) TO WS-MOY-MIN
               END-IF
               ADD WS-TOT-DJ-JUST(WS-INDEX1)
                   WS-TOT-DJ-INJUST(WS-INDEX1)
                   TO WS-DJ-ABS-CLASSE
               IF WS-MOYENNE-ELEVE(WS-INDEX1) < WS-MOY-MIN
                   MOVE WS-MOYENNE-ELEVE(WS-INDEX1) TO WS-MOY-MIN
               END-IF
           DISPLAY "  SEUIL DE REUSSITE : " WS-SEUIL-REUSSITE.
           DISPLAY "  ELEVES ADMIS : " WS-NBR-REUSSITE.
           DISPLAY "  ELEVES EN ECHEC : " WS-NBR-ECHEC.
           MOVE WS-NBR-ELEVES TO WS-NBR-ELEVES-CLASSE.
           PERFORM AFFICHER-TAUX-ASSIDUITE.

      *    Affiche le taux d'assiduité du bloc de statistiques en
      *    cours (WS-DJ-ABS-CLASSE sur WS-NBR-ELEVES-CLASSE élèves),
      *    N/A sans calendrier actif
       AFFICHER-TAUX-ASSIDUITE.
           IF WS-CAL-ACTIF = "O"
               PERFORM CALCULER-TAUX-CLASSE
               MOVE WS-TAUX-ASSID TO WS-TAUX-EDITE
               DISPLAY "  DEMI-JOURNEES D ABSENCE : " WS-DJ-ABS-CLASSE
               DISPLAY "  TAUX D ASSIDUITE : " WS-TAUX-EDITE " %"
           ELSE
               DISPLAY "  TAUX D ASSIDUITE : N/A"
           END-IF.

      *    Contrôle de complétude des notes : pour chaque classe et
      *    chaque matière du catalogue, tout élève de la classe sans
           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
           UNTIL WS-IDX-CLASSE > WS-NBR-CLASSES
               MOVE "N" TO WS-CLASSE-INCOMPLETE
               MOVE WS-NIVEAU-CLASSE(WS-IDX-CLASSE)
                   TO WS-NIVEAU-TRAVAIL
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-NBR-MAT-CAT
      *            Seules les matières du niveau de la classe sont
      *            attendues, et une option seulement des élèves qui y
      *            sont inscrits
                   MOVE WS-NOM-MAT-CAT(WS-IDX-CAT) TO WS-NOM-MAT-RECH
                   PERFORM CHERCHER-MATIERE-CATALOGUE
                   IF WS-IDX-CAT-TROUVE = WS-IDX-CAT
                   PERFORM VARYING WS-INDEX1 FROM 1 BY 1
                   UNTIL WS-INDEX1 > WS-NBR-ELEVES
                       MOVE WS-ID-ELEVE(WS-INDEX1) TO WS-ID-RECH
                       PERFORM VERIFIER-SUIVI-MATIERE
                       IF WS-CLASSE-ELEVE(WS-INDEX1)
                           = WS-CODE-CLASSE(WS-IDX-CLASSE)
                       AND WS-MATIERE-SUIVIE = "O"
                           MOVE "N" TO WS-NOTE-PRESENTE
                           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
                           UNTIL WS-INDEX2 > WS-NBR-NOTES(WS-INDEX1)
                           END-IF
                       END-IF
                   END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-CLASSE-INCOMPLETE = "O"
                   ADD 1 TO WS-NBR-CLASSES-INCOMPL
                   MOVE 0 TO WS-NBR-REUSSITE-MAT
                   MOVE WS-SEUIL-CAT(WS-IDX-CAT)
                       TO WS-SEUIL-MAT-COURANT
      *            Matière comptée seulement au niveau de la classe
      *            (la ligne du catalogue propre au niveau porte le
      *            seuil), et seulement pour les élèves qui la suivent
                   MOVE WS-NIVEAU-CLASSE(WS-IDX-CLASSE)
                       TO WS-NIVEAU-TRAVAIL
                   MOVE WS-NOM-MAT-CAT(WS-IDX-CAT) TO WS-NOM-MAT-RECH
                   PERFORM CHERCHER-MATIERE-CATALOGUE
                   IF WS-IDX-CAT-TROUVE = WS-IDX-CAT
                   PERFORM VARYING WS-INDEX1 FROM 1 BY 1
                   UNTIL WS-INDEX1 > WS-NBR-ELEVES
                       MOVE WS-ID-ELEVE(WS-INDEX1) TO WS-ID-RECH
                       PERFORM VERIFIER-SUIVI-MATIERE
                       IF WS-CLASSE-ELEVE(WS-INDEX1)
                           = WS-CODE-CLASSE(WS-IDX-CLASSE)
                       AND (WS-MATIERE-SUIVIE = "O"
                           OR WS-OPTIONS-CHARGEES = "N")
                           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
                           UNTIL WS-INDEX2 > WS-NBR-NOTES(WS-INDEX1)
                               IF WS-NOM-MATIERE
                           END-PERFORM
                       END-IF
                   END-PERFORM
                   END-IF
                   IF WS-NBR-NOTES-MAT > 0
                       COMPUTE WS-MOY-MAT ROUNDED =
                           WS-SOMME-NOTES-MAT / WS-NBR-NOTES-MAT
      *    catalogue quand la matière y figure, à défaut du seuil
      *    général de l'établissement (requête 023)
       EDITER-AFFECTATION.
      *    La matière est cherchée au niveau de la classe affectée :
      *    seuls les élèves qui la suivent à ce niveau sont attendus
           MOVE SPACES TO WS-NIVEAU-TRAVAIL.
           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
           UNTIL WS-IDX-CLASSE > WS-NBR-CLASSES
               IF WS-CODE-CLASSE(WS-IDX-CLASSE)
                   = WS-AFF-CLASSE(WS-IDX-AFF)
                   MOVE WS-NIVEAU-CLASSE(WS-IDX-CLASSE)
                       TO WS-NIVEAU-TRAVAIL
               END-IF
           END-PERFORM.
           MOVE WS-AFF-MATIERE(WS-IDX-AFF) TO WS-NOM-MAT-RECH.
           PERFORM CHERCHER-MATIERE-CATALOGUE.
           IF WS-IDX-CAT-TROUVE > 0
               MOVE WS-SEUIL-CAT(WS-IDX-CAT-TROUVE)
                   TO WS-SEUIL-MAT-COURANT
           MOVE 0 TO WS-NBR-SANS-NOTE.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 > WS-NBR-ELEVES
               MOVE WS-ID-ELEVE(WS-INDEX1) TO WS-ID-RECH
               PERFORM VERIFIER-SUIVI-MATIERE
               IF WS-CLASSE-ELEVE(WS-INDEX1)
                   = WS-AFF-CLASSE(WS-IDX-AFF)
               AND (WS-MATIERE-SUIVIE = "O"
                   OR WS-OPTIONS-CHARGEES = "N")
                   MOVE "N" TO WS-NOTE-PRESENTE
                   PERFORM VARYING WS-INDEX2 FROM 1 BY 1
                   UNTIL WS-INDEX2 > WS-NBR-NOTES(WS-INDEX1)
                           PERFORM CUMUL-NOTE-MATIERE
                       END-IF
                   END-PERFORM
      *            Un élève n'est attendu que s'il suit la matière ;
      *            sans fichier d'inscriptions, une option ne compte
      *            que les élèves qui y ont une note
                   IF WS-MATIERE-SUIVIE = "O"
                   OR WS-NOTE-PRESENTE = "O"
                       ADD 1 TO WS-NBR-ELEVES-CLASSE
                       IF WS-NOTE-PRESENTE = "N"
                           ADD 1 TO WS-NBR-SANS-NOTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
