      ******************************************************************
      * Copybook : SUCCES
      * Description : Dossiers de succession des clients decedes
      * Fichier VSAM : SUCCES (KSDS)
      * Clé primaire : SUC-CLE (client + ligne, 9 caractères)
      * Longueur enregistrement : 130 octets
      ******************************************************************
       01  SUCCES-REC.
           05  SUC-CLE.
               10  SUC-CLIENT      PIC X(6).
               10  SUC-LIGNE       PIC 9(3).
           05  SUC-TYPE-LIGNE      PIC X(1).
               88  SUC-DOSSIER     VALUE 'D'.
               88  SUC-COMPTE-GELE VALUE 'C'.
               88  SUC-VERSEMENT   VALUE 'V'.
           05  SUC-DONNEES         PIC X(120).
      *─── Ligne 000 : le dossier ──────────────────────────────────────
           05  SUC-DOS REDEFINES SUC-DONNEES.
               10  SUC-DATE-DECES      PIC X(8).
               10  SUC-DATE-OUVERTURE  PIC X(8).
               10  SUC-AGENT-OUVERTURE PIC X(8).
               10  SUC-NOTAIRE         PIC X(25).
               10  SUC-STATUT          PIC X(1).
                   88  SUC-OUVERTE     VALUE 'O'.
                   88  SUC-REGLEE      VALUE 'R'.
               10  SUC-DATE-REGLEMENT  PIC X(8).
               10  SUC-AGENT-REGLEMENT PIC X(8).
               10  SUC-NB-COMPTES      PIC 9(3).
               10  SUC-NB-CARTES       PIC 9(3).
               10  SUC-NB-CHEQUES      PIC 9(5).
               10  SUC-NB-ALERTES      PIC 9(3).
               10  SUC-TOTAL-VERSE     PIC 9(9)V99 COMP-3.
               10  SUC-DERNIERE-LIGNE  PIC 9(3).
               10  SUC-ATTESTATION     PIC X(1).
                   88  SUC-ATTEST-A-EDITER VALUE 'A'.
                   88  SUC-ATTEST-EDITEE   VALUE 'E'.
               10  SUC-DATE-ATTESTATION PIC X(8).
               10  SUC-CHAINE          PIC X(1).
                   88  SUC-CHAINE-A-SUSPENDRE VALUE 'A'.
                   88  SUC-CHAINE-SUSPENDUE   VALUE 'S'.
               10  SUC-DATE-CHAINE     PIC X(8).
               10  FILLER              PIC X(13).
      *─── Lignes 001 a SUC-NB-COMPTES : un compte gele ───────────────
           05  SUC-CPT REDEFINES SUC-DONNEES.
               10  SUC-CPT-NUM         PIC X(11).
               10  SUC-CPT-SOLDE-GEL   PIC S9(9)V99 COMP-3.
               10  SUC-CPT-BLOCAGE     PIC 9(8).
               10  SUC-CPT-SOLDE-DECES PIC S9(9)V99 COMP-3.
               10  SUC-CPT-VERSE       PIC 9(9)V99 COMP-3.
               10  FILLER              PIC X(83).
      *─── Lignes suivantes : un versement aux heritiers ──────────────
           05  SUC-VER REDEFINES SUC-DONNEES.
               10  SUC-VER-COMPTE      PIC X(11).
               10  SUC-VER-HERITIER    PIC X(25).
               10  SUC-VER-MONTANT     PIC 9(7)V99 COMP-3.
               10  SUC-VER-DATE        PIC X(8).
               10  SUC-VER-AGENT       PIC X(8).
               10  SUC-VER-REFERENCE   PIC 9(8).
               10  FILLER              PIC X(55).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * SUC-CLIENT      : Client decede (CLI-NUM)
      * SUC-LIGNE       : 000 dossier, puis une ligne par compte gele
      *                   (001 a SUC-NB-COMPTES), puis une ligne par
      *                   versement (numero suivant SUC-DERNIERE-LIGNE)
      * Dossier :
      * SUC-DATE-DECES  : Date du deces AAAAMMJJ
      * SUC-NOTAIRE     : Notaire charge de la succession
      * SUC-STATUT      : 'O' ouverte (comptes geles), 'R' reglee
      *                   (blocages succession leves)
      * SUC-NB-...      : Comptes geles, cartes opposees, cheques
      *                   non utilises annules, alertes arretees
      * SUC-TOTAL-VERSE : Cumul des versements aux heritiers
      * SUC-ATTESTATION : 'A' attestation de solde au deces a editer
      *                   par SUCBAT, 'E' editee (date d'edition)
      * SUC-CHAINE      : 'A' virements permanents et mandats a
      *                   suspendre par SUCBAT, 'S' transactions de
      *                   suspension emises vers la chaine
      * Compte gele :
      * SUC-CPT-SOLDE-GEL   : Solde au moment du gel
      * SUC-CPT-BLOCAGE     : Numero du blocage succession (BLOCAGE,
      *                       motif 'SUC') qui gele le compte
      * SUC-CPT-SOLDE-DECES : Solde au soir du deces, reconstitue par
      *                       SUCBAT a partir du journal MVTJRN
      * SUC-CPT-VERSE       : Cumul verse aux heritiers sur ce compte
      * Versement :
      * SUC-VER-HERITIER  : Beneficiaire designe par le notaire
      * SUC-VER-REFERENCE : Reference du mouvement MVTJRN
      ******************************************************************
      * Ouvert, alimente et solde au guichet par SUCTRT (ecran
      * SUCPRES). Le batch nocturne SUCBAT edite l'attestation de
      * solde au deces pour le notaire et emet vers la chaine les
      * transactions de suspension des virements permanents
      * (PJ36VPER) et des mandats de prelevement (PJ37MAND). Comme
      * CREDNOTE pour les credits, le dossier date l'attestation et
      * en tient lieu de preuve d'emission.
      ******************************************************************
