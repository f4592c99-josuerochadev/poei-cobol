      ******************************************************************
      * Copybook : PREFCLI
      * Description : Preferences de distribution des courriers et
      *               releves d'un client
      * Fichier VSAM : PREFCLI (KSDS)
      * Clé primaire : PRF-CLIENT (11 caractères)
      * Longueur enregistrement : 250 octets
      ******************************************************************
       01  PREFCLI-REC.
           05  PRF-CLIENT          PIC X(11).
           05  PRF-CANAL           PIC X(1).
               88  PRF-PAPIER      VALUE 'P'.
               88  PRF-ELECTRONIQUE VALUE 'E'.
               88  PRF-LES-DEUX    VALUE 'D'.
           05  PRF-ADRESSE         PIC X(1).
               88  PRF-ADR-PRINCIPALE VALUE 'P'.
               88  PRF-ADR-CORRESP VALUE 'A'.
           05  PRF-GROS-CARAC      PIC X(1).
               88  PRF-EN-GROS-CARAC VALUE 'O'.
           05  PRF-ADR-NOM         PIC X(30).
           05  PRF-ADR-LIGNE1      PIC X(30).
           05  PRF-ADR-LIGNE2      PIC X(30).
           05  PRF-ADR-CODEPOST    PIC X(5).
           05  PRF-ADR-VILLE       PIC X(20).
           05  PRF-EMAIL           PIC X(40).
           05  PRF-DATE-MAJ        PIC X(8).
           05  PRF-USER-MAJ        PIC X(8).
           05  PRF-VERSION         PIC 9(4).
           05  PRF-RETOUR-NPAI.
               10  PRF-NPAI        PIC X(1).
                   88  PRF-ADR-INVALIDE VALUE 'O'.
               10  PRF-NPAI-DATE   PIC X(8).
               10  PRF-NPAI-COURRIER PIC X(27).
               10  PRF-NPAI-TYPE   PIC X(3).
               10  PRF-NPAI-USER   PIC X(8).
               10  PRF-NPAI-AGENCE PIC X(5).
           05  FILLER              PIC X(9).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * PRF-CLIENT    : Destinataire tel que le connait le programme
      *                 emetteur, meme convention que COU-COMPTE de
      *                 l'index COURRIER : numero client CLI-NUM
      *                 (ecrans et batchs du reseau), numero de compte
      *                 de la chaine cadre a gauche (PJ23DECO,
      *                 PJ42DESH, PJ41RANN), matricule de l'employe
      *                 (relances credit CREDRETD)
      * PRF-CANAL     : 'P' papier, 'E' electronique (portail
      *                 client), 'D' les deux
      * PRF-ADRESSE   : 'P' adresse du fichier client, 'A' adresse de
      *                 correspondance ci-dessous
      * PRF-GROS-CARAC: 'O' edition papier en gros caracteres
      * PRF-ADR-...   : Adresse de correspondance (nom ou service,
      *                 deux lignes, code postal, ville)
      * PRF-EMAIL     : Adresse de notification de mise a disposition
      *                 sur le portail
      * PRF-DATE-MAJ  : Date de derniere mise a jour AAAAMMJJ
      * PRF-USER-MAJ  : Guichetier auteur de la mise a jour
      * PRF-VERSION   : Estampille incrementee a chaque reecriture,
      *                 comparee a celle montree a l'ecran
      * PRF-NPAI      : 'O' = adresse invalide, un courrier est revenu
      *                 "n'habite pas a l'adresse indiquee" ; a blanc
      *                 des que l'adresse est corrigee
      * PRF-NPAI-DATE : Date d'enregistrement du retour AAAAMMJJ
      * PRF-NPAI-COURRIER : Cle COU-CLE du courrier revenu (COURRIER)
      * PRF-NPAI-TYPE : Type du courrier revenu (COU-TYPE)
      * PRF-NPAI-USER : Guichetier qui a enregistre le retour
      * PRF-NPAI-AGENCE : Guichet du compte du courrier revenu
      *                 (CPT-GUICHET) ; a blanc pour les courriers de
      *                 la chaine batch et du personnel, suivis par
      *                 le siege
      ******************************************************************
      * Entretenu au guichet par l'ecran PREFPRES (service PREFTRT).
      * Un client sans fiche recoit tout sur papier a l'adresse du
      * fichier client. Les batchs emetteurs (PJ23DECO, PJ42DESH,
      * ALRTBAT, RELVQBAT, PJ41RANN, CREDRETD) lisent la fiche par le
      * module PREFDIST, qui aiguille chaque document vers l'edition
      * papier, vers le fichier de distribution electronique EDOCLIG
      * et son index de portail EDOCIDX, ou vers les deux. Un
      * document que la loi impose sur papier (notification de
      * desherence, mise en demeure) est imprime quelle que soit la
      * preference.
      * Le retour d'un courrier NPAI est enregistre depuis l'ecran
      * CORRPRES (service CORRTRT), qui cree la fiche au besoin :
      * tant que l'adresse est invalide, PREFDIST retient l'edition
      * papier de chaque document dans le fichier des courriers
      * retenus COURRET au lieu de l'imprimer. La correction de
      * l'adresse (CLNTTRT pour l'adresse du fichier client,
      * PREFTRT pour l'adresse de correspondance) leve le temoin ;
      * COURLIB edite alors les courriers retenus, NPAILST liste
      * chaque mois par agence les clients a l'adresse invalide.
      ******************************************************************
