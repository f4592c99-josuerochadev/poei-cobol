      ******************************************************************
      * Copybook : LOCCOF
      * Description : Contrats de location de coffre-fort
      * Fichier VSAM : LOCCOF (KSDS)
      * Clé primaire : LOC-NUMERO (8 chiffres)
      * Longueur enregistrement : 150 octets
      ******************************************************************
       01  LOCCOF-REC.
           05  LOC-NUMERO          PIC 9(8).
           05  LOC-AGENCE          PIC X(5).
           05  LOC-COFFRE          PIC 9(4).
           05  LOC-TAILLE          PIC X(1).
           05  LOC-CLIENT          PIC X(6).
           05  LOC-COMPTE          PIC X(11).
           05  LOC-STATUT          PIC X(1).
               88  LOC-ACTIF       VALUE 'A'.
               88  LOC-TERMINE     VALUE 'T'.
           05  LOC-DATE-DEBUT      PIC X(8).
           05  LOC-DATE-FIN-PREVUE PIC X(8).
           05  LOC-DATE-FIN        PIC X(8).
           05  LOC-AGENT-OUVERTURE PIC X(8).
           05  LOC-AGENT-FIN       PIC X(8).
           05  LOC-ANNEE-FACTUREE  PIC 9(4).
           05  LOC-DATE-FACTURE    PIC X(8).
           05  LOC-MT-FACTURE      PIC 9(5)V99 COMP-3.
           05  LOC-MT-DU           PIC 9(7)V99 COMP-3.
           05  LOC-FACTURATION     PIC X(1).
               88  LOC-TRANSMISE   VALUE 'C'.
               88  LOC-EN-ATTENTE  VALUE 'M'.
           05  LOC-DATE-PAIEMENT   PIC X(8).
           05  LOC-NB-RELANCES     PIC 9(1).
           05  LOC-DATE-RELANCE    PIC X(8).
           05  LOC-MOTIF-FIN       PIC X(3).
               88  LOC-FIN-CLIENT  VALUE 'CLI'.
               88  LOC-FIN-IMPAYE  VALUE 'IMP'.
               88  LOC-FIN-ECHEANCE VALUE 'ECH'.
               88  LOC-MOTIF-FIN-VALIDE VALUE 'CLI' 'IMP'.
           05  FILLER              PIC X(32).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * LOC-NUMERO      : Numero de contrat, compteur REFNUM 'LOCCOF'
      * LOC-AGENCE/COFFRE/TAILLE : Coffre loue (COF-CLE, COF-TAILLE)
      * LOC-CLIENT      : Client locataire (CLI-NUM)
      * LOC-COMPTE      : Compte courant du client debite du loyer
      * LOC-STATUT      : 'A' en cours, 'T' termine
      * LOC-DATE-DEBUT  : Prise d'effet AAAAMMJJ
      * LOC-DATE-FIN-PREVUE : Echeance convenue (blanc = duree
      *                   indeterminee)
      * LOC-DATE-FIN    : Fin effective ; LOC-MOTIF-FIN : 'CLI'
      *                   resiliation a la demande du client, 'IMP'
      *                   resiliation pour loyers impayes, 'ECH'
      *                   echeance atteinte (COFRELA)
      * LOC-ANNEE-FACTUREE : Derniere annee civile facturee (0 =
      *                   jamais) ; LOC-DATE-FACTURE, LOC-MT-FACTURE :
      *                   date et montant de cette facturation
      * LOC-MT-DU       : Loyers factures restant dus
      * LOC-FACTURATION : 'C' loyer transmis a la chaine (PJ40COMM),
      *                   'M' retenu faute de compte chaine
      *                   correspondant (CPTXREF), retransmis au
      *                   passage suivant de COFFACT
      * LOC-DATE-PAIEMENT : Date a laquelle le loyer a ete constate
      *                   paye (COFRELA)
      * LOC-NB-RELANCES / DATE-RELANCE : Lettres de relance emises
      *                   depuis la derniere facturation
      ******************************************************************
      * Ouvert et resilie au guichet par COFTRT. Facture chaque annee
      * par COFFACT (loyer selon la taille, au prorata des mois la
      * premiere annee) au travers des commissions de la chaine ;
      * COFRELA constate les paiements, relance les impayes et clot
      * les contrats arrives a echeance.
      ******************************************************************
