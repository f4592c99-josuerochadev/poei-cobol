      ******************************************************************
      * Copybook : ENTREP
      * Description : Fiche entreprise d'un client personne morale
      * Fichier VSAM : ENTREP (KSDS)
      * Clé primaire : ENT-CLIENT (6 caractères)
      * Longueur enregistrement : 130 octets
      ******************************************************************
       01  ENTREP-REC.
           05  ENT-CLIENT          PIC X(6).
           05  ENT-RAISON-SOCIALE  PIC X(40).
           05  ENT-FORME-JURIDIQUE PIC X(4).
               88  ENT-FORME-VALIDE    VALUE 'SA  ' 'SAS ' 'SASU'
                                             'SARL' 'EURL' 'SNC '
                                             'SCI ' 'EI  ' 'ASSO'.
           05  ENT-SIRET.
               10  ENT-SIREN       PIC 9(9).
               10  ENT-NIC         PIC 9(5).
           05  ENT-DATE-IMMAT      PIC X(8).
           05  ENT-CODE-APE        PIC X(5).
           05  ENT-DATE-CREATION   PIC X(8).
           05  ENT-AGENT-CREATION  PIC X(8).
           05  ENT-DATE-MAJ        PIC X(8).
           05  ENT-AGENT-MAJ       PIC X(8).
           05  FILLER              PIC X(21).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * ENT-CLIENT      : Client personne morale (CLI-NUM) ; la fiche
      *                   CLIENT porte la denomination abregee dans
      *                   CLI-NOM, CLI-PRENOM reste a blanc
      * ENT-RAISON-SOCIALE : Denomination complete au registre
      * ENT-FORME-JURIDIQUE : SA, SAS, SASU, SARL, EURL, SNC, SCI,
      *                   EI (entrepreneur individuel), ASSO
      * ENT-SIREN       : Numero SIREN, cle de Luhn controlee
      * ENT-NIC         : Numero interne de l'etablissement ; SIREN +
      *                   NIC forment le SIRET, lui aussi controle
      * ENT-DATE-IMMAT  : Date d'immatriculation AAAAMMJJ
      * ENT-CODE-APE    : Code activite NAF (4 chiffres + 1 lettre)
      * ENT-DATE/AGENT-CREATION, ENT-DATE/AGENT-MAJ : Tracabilite
      ******************************************************************
      * Un client est une personne morale si et seulement s'il a une
      * fiche ENTREP. Entretenu par ENTRTRT (ecran ENTRPRES,
      * transaction ENTR), avec le registre de ses representants et
      * beneficiaires effectifs (REPRES).
      ******************************************************************
