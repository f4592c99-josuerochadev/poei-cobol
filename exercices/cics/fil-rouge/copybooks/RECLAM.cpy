      ******************************************************************
      * Copybook : RECLAM
      * Description : Registre des reclamations clients et journal
      *               des actions menees sur chacune
      * Fichier VSAM : RECLAM (KSDS)
      * Clé primaire : REC-CLE (client + reclamation + ligne, 11 car.)
      * Longueur enregistrement : 200 octets
      ******************************************************************
       01  RECLAM-REC.
           05  REC-CLE.
               10  REC-CLIENT      PIC X(6).
               10  REC-NUMERO      PIC 9(3).
               10  REC-LIGNE       PIC 9(2).
           05  REC-TYPE-LIGNE      PIC X(1).
               88  REC-DOSSIER     VALUE 'R'.
               88  REC-ACTION      VALUE 'A'.
           05  REC-DONNEES         PIC X(188).
      *─── Ligne 00 : la reclamation ───────────────────────────────────
           05  REC-DOS REDEFINES REC-DONNEES.
               10  REC-CANAL           PIC X(1).
                   88  REC-COURRIER    VALUE 'C'.
                   88  REC-TELEPHONE   VALUE 'T'.
                   88  REC-GUICHET     VALUE 'G'.
                   88  REC-CANAL-VALIDE VALUE 'C' 'T' 'G'.
               10  REC-CATEGORIE       PIC X(3).
                   88  REC-CATEGORIE-VALIDE
                       VALUE 'FRA' 'OPE' 'MDP' 'CRE' 'ACC' 'AUT'.
               10  REC-COMPTE          PIC X(11).
               10  REC-AGENCE          PIC X(5).
               10  REC-MONTANT         PIC 9(9)V99 COMP-3.
               10  REC-GESTIONNAIRE    PIC X(8).
               10  REC-OBJET           PIC X(40).
               10  REC-DATE-RECEPTION  PIC X(8).
               10  REC-AGENT-RECEPTION PIC X(8).
               10  REC-DATE-AR-DUE     PIC X(8).
               10  REC-DATE-AR         PIC X(8).
               10  REC-DATE-REP-DUE    PIC X(8).
               10  REC-DATE-REPONSE    PIC X(8).
               10  REC-AGENT-REPONSE   PIC X(8).
               10  REC-STATUT          PIC X(1).
                   88  REC-OUVERTE     VALUE 'O'.
                   88  REC-ACCUSEE     VALUE 'A'.
                   88  REC-REPONDUE    VALUE 'R'.
               10  REC-ISSUE           PIC X(1).
                   88  REC-FAVORABLE   VALUE 'F'.
                   88  REC-PARTIELLE   VALUE 'P'.
                   88  REC-DEFAVORABLE VALUE 'D'.
                   88  REC-ISSUE-VALIDE VALUE 'F' 'P' 'D'.
               10  REC-NB-ACTIONS      PIC 9(2).
               10  FILLER              PIC X(54).
      *─── Lignes 01 a REC-NB-ACTIONS : une action menee ───────────────
           05  REC-ACT REDEFINES REC-DONNEES.
               10  REC-ACT-DATE        PIC X(8).
               10  REC-ACT-HEURE       PIC 9(7).
               10  REC-ACT-AGENT       PIC X(8).
               10  REC-ACT-CODE        PIC X(1).
                   88  REC-ACT-ENREGISTREMENT VALUE 'E'.
                   88  REC-ACT-ACCUSE  VALUE 'A'.
                   88  REC-ACT-NOTE    VALUE 'N'.
                   88  REC-ACT-AFFECTATION VALUE 'G'.
                   88  REC-ACT-REPONSE VALUE 'R'.
               10  REC-ACT-TEXTE       PIC X(60).
               10  FILLER              PIC X(104).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * REC-CLIENT      : Client reclamant (CLI-NUM)
      * REC-NUMERO      : Numero de la reclamation chez ce client
      * REC-LIGNE       : 00 la reclamation, puis une ligne par action
      * Reclamation :
      * REC-CANAL       : 'C' courrier, 'T' telephone, 'G' guichet
      * REC-CATEGORIE   : 'FRA' frais et tarification
      *                   'OPE' operation contestee
      *                   'MDP' moyens de paiement (carte, cheque)
      *                   'CRE' credit
      *                   'ACC' accueil et qualite de service
      *                   'AUT' autre
      * REC-COMPTE      : Compte concerne (CPT-NUM)
      * REC-AGENCE      : Guichet du compte (CPT-GUICHET), pour les
      *                   statistiques par agence
      * REC-MONTANT     : Montant en litige (zero si sans objet)
      * REC-GESTIONNAIRE: Utilisateur charge du traitement (USR-ID)
      * REC-OBJET       : Objet de la reclamation en clair
      * REC-DATE-RECEPTION / AGENT-RECEPTION : enregistrement
      * REC-DATE-AR-DUE : Reception + PARAMS RECDELAR (10 jours par
      *                   defaut) : accuse de reception du au plus
      *                   tard ce jour
      * REC-DATE-AR     : Accuse de reception envoye
      * REC-DATE-REP-DUE: Reception + PARAMS RECDELRP (60 jours par
      *                   defaut) : reponse due au plus tard ce jour
      * REC-DATE-REPONSE / AGENT-REPONSE : reponse definitive
      * REC-STATUT      : 'O' ouverte, 'A' accusee, 'R' repondue
      * REC-ISSUE       : 'F' favorable, 'P' partiellement favorable,
      *                   'D' defavorable (pose a la reponse)
      * REC-NB-ACTIONS  : Nombre de lignes d'action
      * Action :
      * REC-ACT-DATE/HEURE : AAAAMMJJ et heure EIBTIME de l'action
      * REC-ACT-AGENT   : Utilisateur signe qui l'a menee
      * REC-ACT-CODE    : 'E' enregistrement, 'A' accuse de
      *                   reception, 'N' note de suivi, 'G'
      *                   reaffectation du gestionnaire, 'R' reponse
      * REC-ACT-TEXTE   : Libelle de l'action ; pour la reponse, la
      *                   premiere ligne du courrier envoye
      ******************************************************************
      * Tenu au guichet par RECLTRT (ecran RECLPRES, transaction
      * RECL, accessible depuis la fiche client par PF8). Toute
      * action est ajoutee en ligne au dossier, dans la meme unite
      * logique que la mise a jour de la reclamation. La reponse
      * definitive est indexee dans COURRIER (type 'RCL'). RECLBAT
      * liste chaque jour les reclamations en retard ; RECLRPT edite
      * le bilan mensuel par categorie et par agence.
      ******************************************************************
