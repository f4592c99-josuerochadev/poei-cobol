      ******************************************************************
      * Copybook : SAISIE
      * Description : Registre des saisies et avis a tiers detenteur
      *               signifies sur les comptes d'un client
      * Fichier VSAM : SAISIE (KSDS)
      * Clé primaire : SAI-CLE (client + saisie + ligne, 11 caractères)
      * Longueur enregistrement : 170 octets
      ******************************************************************
       01  SAISIE-REC.
           05  SAI-CLE.
               10  SAI-CLIENT      PIC X(6).
               10  SAI-NUMERO      PIC 9(3).
               10  SAI-LIGNE       PIC 9(2).
           05  SAI-TYPE-LIGNE      PIC X(1).
               88  SAI-ACTE        VALUE 'S'.
               88  SAI-COMPTE      VALUE 'C'.
           05  SAI-DONNEES         PIC X(158).
      *─── Ligne 00 : l'acte signifie ──────────────────────────────────
           05  SAI-ACT REDEFINES SAI-DONNEES.
               10  SAI-NATURE          PIC X(1).
                   88  SAI-HUISSIER    VALUE 'H'.
                   88  SAI-ATD         VALUE 'A'.
                   88  SAI-NATURE-VALIDE VALUE 'H' 'A'.
               10  SAI-EMETTEUR        PIC X(25).
               10  SAI-REFERENCE       PIC X(15).
               10  SAI-IBAN-CREANCIER  PIC X(27).
               10  SAI-MONTANT-RECLAME PIC 9(9)V99 COMP-3.
               10  SAI-DATE-SIGNIF     PIC X(8).
               10  SAI-DATE-ECHEANCE   PIC X(8).
               10  SAI-STATUT          PIC X(1).
                   88  SAI-ACTIVE      VALUE 'A'.
                   88  SAI-PAYEE       VALUE 'P'.
                   88  SAI-LEVEE       VALUE 'L'.
               10  SAI-MONTANT-BLOQUE  PIC 9(9)V99 COMP-3.
               10  SAI-NB-COMPTES      PIC 9(2).
               10  SAI-DATE-RECEPTION  PIC X(8).
               10  SAI-AGENT-RECEPTION PIC X(8).
               10  SAI-MONTANT-PAYE    PIC 9(9)V99 COMP-3.
               10  SAI-DATE-FIN        PIC X(8).
               10  SAI-AGENT-FIN       PIC X(8).
               10  SAI-REF-MAINLEVEE   PIC X(15).
               10  FILLER              PIC X(6).
      *─── Lignes 01 a SAI-NB-COMPTES : un compte bloque ───────────────
           05  SAI-CPT REDEFINES SAI-DONNEES.
               10  SAI-CPT-NUM         PIC X(11).
               10  SAI-CPT-BLOCAGE     PIC 9(8).
               10  SAI-CPT-MONTANT     PIC 9(7)V99 COMP-3.
               10  SAI-CPT-PAYE        PIC 9(7)V99 COMP-3.
               10  SAI-CPT-REF-PAIEMENT PIC 9(8).
               10  FILLER              PIC X(121).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * SAI-CLIENT      : Client dont les comptes sont saisis (CLI-NUM)
      * SAI-NUMERO      : Numero de la saisie chez ce client (001...)
      * SAI-LIGNE       : 00 l'acte, puis une ligne par compte bloque
      * Acte :
      * SAI-NATURE      : 'H' saisie-attribution par huissier
      *                   'A' avis a tiers detenteur (Tresor public)
      * SAI-EMETTEUR    : Huissier ou comptable public emetteur
      * SAI-REFERENCE   : Reference de l'acte chez l'emetteur
      * SAI-IBAN-CREANCIER : Compte a crediter au paiement
      * SAI-MONTANT-RECLAME : Somme reclamee (ramenee par une
      *                   mainlevee partielle)
      * SAI-DATE-SIGNIF : Date de signification AAAAMMJJ : elle fixe
      *                   le rang entre saisies concurrentes du client
      * SAI-DATE-ECHEANCE : Date de signification + delai legal
      *                   (PARAMS SAIDELAI, 30 jours par defaut) :
      *                   paiement par SAIBAT a partir de ce jour
      * SAI-STATUT      : 'A' active (fonds bloques), 'P' payee au
      *                   creancier, 'L' levee par mainlevee
      * SAI-MONTANT-BLOQUE : Total bloque pour cette saisie
      * SAI-DATE-FIN / SAI-AGENT-FIN : paiement (agent SAIBAT) ou
      *                   mainlevee (guichetier)
      * SAI-REF-MAINLEVEE : Reference de la lettre de mainlevee
      * Compte bloque :
      * SAI-CPT-BLOCAGE : Numero du blocage (BLOCAGE motif 'SAI')
      * SAI-CPT-MONTANT : Part du compte affectee a la saisie
      * SAI-CPT-PAYE    : Montant verse au creancier par SAIBAT
      * SAI-CPT-REF-PAIEMENT : Reference MVTJRN du debit
      ******************************************************************
      * Tenu au guichet par SAITRT (ecran SAIPRES, transaction SAIS).
      * A chaque reception et a chaque mainlevee, la part saisissable
      * des comptes du client est reaffectee aux saisies actives dans
      * l'ordre des dates de signification (a date egale, dans
      * l'ordre d'enregistrement) : soldes crediteurs, diminues des
      * autres blocages actifs, moins le solde bancaire insaisissable
      * (PARAMS SAIMINI) laisse une seule fois pour le client. Les
      * parts sont tenues par des blocages 'SAI' que seul SAITRT
      * pose et leve. A l'echeance, SAIBAT debite les parts
      * bloquees, leve les blocages et depose le paiement du
      * creancier dans FVIRSOR, que PJ38EXTR joint au fichier
      * d'echange interbancaire sortant.
      ******************************************************************
