       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ56REMB.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * REMBOURSEMENT DES PRELEVEMENTS CONTESTES PAR LE CLIENT
      *
      * TRAITE LES DEMANDES DE REMBOURSEMENT D'UN PRELEVEMENT DEJA
      * IMPUTE (FREMBDEM, SAISIES EN AGENCE). LA DEMANDE DESIGNE LE
      * PRELEVEMENT PAR SA REFERENCE UNIQUE (PJ30NUMR) ET PORTE SON
      * TYPE :
      *   'S' = REMBOURSEMENT SANS MOTIF, DANS LES 8 SEMAINES QUI
      *         SUIVENT LE DEBIT (PARAMETRE DELAISANS, EN JOURS)
      *   'N' = PRELEVEMENT NON AUTORISE, DANS LES 13 MOIS
      *         (PARAMETRE DELAINAUT, EN MOIS)
      * LE DEBIT EST RETROUVE DANS LE FICHIER FUSIONNE (FFUSION)
      * PUIS DANS L'ARCHIVE (FARCHIVE) ; LE CREANCIER EST CELUI DE
      * LA DEMANDE D'ORIGINE ACCEPTEE PAR PJ37PREL, RETROUVEE DANS
      * L'HISTORIQUE FPRELHIS (COMPTE, LIBELLE, MONTANT, DATE).
      * UNE DEMANDE 'S' DANS LE DELAI EST REMBOURSEE SUR LE CHAMP :
      *   - CREDIT DU COMPTE DANS FMOUV (NATURE RPR), QUI PASSE PAR
      *     LA CHAINE DEPUIS PJ31VALD COMME LES PRELEVEMENTS
      *   - RETOUR AU CREANCIER DANS FVIRSOR, AJOUTE AU FICHIER
      *     D'ECHANGE SORTANT PAR PJ38EXTR (REFERENCE DU DEBIT
      *     D'ORIGINE, CREANCIER, SA REFERENCE, CODE RETOUR MD06)
      * UNE DEMANDE 'N' PART DANS LA FILE DU SUPERVISEUR (DOSSIER
      * EN ATTENTE, LISTE FREMBSUP AVEC LE RESULTAT DU CONTROLE DU
      * MANDAT FMANDAT) ; SA DECISION REVIENT PAR FREMBDEC
      * (REFERENCE, 'O' OU 'N', SUPERVISEUR) ET EST APPLIQUEE AU
      * PASSAGE SUIVANT : REMBOURSEMENT (CODE RETOUR MD01) OU REFUS.
      * FREMBDEC EST REMIS A VIDE APRES LECTURE.
      * MOTIFS DE REFUS D'UNE DEMANDE :
      *   TYP = TYPE DE DEMANDE INCONNU
      *   REF = REFERENCE INTROUVABLE DANS FFUSION ET FARCHIVE
      *   NPR = LE MOUVEMENT N'EST PAS UN PRELEVEMENT DEBITE
      *   CPT = LE COMPTE NE CORRESPOND PAS AU DEBIT
      *   DEL = HORS DELAI POUR LE TYPE DEMANDE
      *   DEJ = PRELEVEMENT DEJA REMBOURSE OU EN ATTENTE
      *   CRE = DEMANDE D'ORIGINE ABSENTE DE FPRELHIS
      *   SUP = REFUSE PAR LE SUPERVISEUR
      * LES DOSSIERS (EN ATTENTE, REMBOURSES, REFUSES PAR LE
      * SUPERVISEUR) SONT TENUS DANS LE REGISTRE FREMBDOS, REECRIT
      * EN FIN DE TRAITEMENT ; UN DOSSIER REMBOURSE OU REFUSE DONT LE
      * DEBIT A DEPASSE LE DELAI 'N' (PLUS AUCUNE DEMANDE POSSIBLE)
      * EN EST PURGE. REGISTRE PLEIN (2000 DOSSIERS) : LES DEMANDES
      * RESTANTES NE SONT PAS INSTRUITES (A RESAISIR, CODE RETOUR 4).
      * L'ETAT FEDITION LISTE LES DEMANDES DU JOUR ET LES TAUX DE
      * REMBOURSEMENT PAR CREANCIER : DOSSIERS REMBOURSES RAPPORTES
      * AUX PRELEVEMENTS DE FPRELHIS, LES UNS ET LES AUTRES LIMITES
      * AUX DEBITS ENCORE DANS LE DELAI 'N' (LA PERIODE QUE GARDE LE
      * REGISTRE).
      * A LANCER AVANT PJ30NUMR, COMME PJ37PREL. LES COMPTAGES SONT
      * DECLARES DANS LE FICHIER DE CONTROLE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-DEMANDE ASSIGN TO FREMBDEM
                FILE STATUS IS WS-FS-DEM.

            SELECT OPTIONAL F-DECISION ASSIGN TO FREMBDEC
                FILE STATUS IS WS-FS-DEC.

            SELECT OPTIONAL F-DOSSIER ASSIGN TO FREMBDOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-DOS.

            SELECT F-FUSION ASSIGN TO FFUSION
                FILE STATUS IS WS-FS-FUSI.

            SELECT OPTIONAL F-ARCHIVE ASSIGN TO FARCHIVE
                FILE STATUS IS WS-FS-ARCH.

            SELECT OPTIONAL F-PRELHIS ASSIGN TO FPRELHIS
                FILE STATUS IS WS-FS-HIS.

            SELECT F-MANDAT ASSIGN TO FMANDAT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-MAN.

            SELECT F-MOUV ASSIGN TO FMOUV
                FILE STATUS IS WS-FS-MOUV.

            SELECT OPTIONAL F-VIRSOR ASSIGN TO FVIRSOR
                FILE STATUS IS WS-FS-VIR.

            SELECT F-EDITION ASSIGN TO FEDITION
                FILE STATUS IS WS-FS-EDI.

            SELECT F-SUPERV ASSIGN TO FREMBSUP
                FILE STATUS IS WS-FS-SUP.

            SELECT F-CONTROLE ASSIGN TO FCONTROL
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.
       FILE SECTION.

      * DEMANDE DE REMBOURSEMENT SAISIE EN AGENCE
       FD F-DEMANDE.
       01 ENR-DEMANDE.
           05 DEM-REFERENCE        PIC 9(08).
           05 DEM-NUM-COMPTE       PIC 9(03).
           05 DEM-TYPE             PIC X(01).
           05 DEM-DATE             PIC X(10).
           05 DEM-AGENT            PIC X(08).
           05 DEM-MOTIF            PIC X(30).
           05 FILLER               PIC X(20).

      * DECISION DU SUPERVISEUR SUR UN DOSSIER EN ATTENTE
       FD F-DECISION.
       01 ENR-DECISION.
           05 DEC-REFERENCE        PIC 9(08).
           05 DEC-DECISION         PIC X(01).
           05 DEC-SUPERVISEUR      PIC X(08).
           05 DEC-MOTIF            PIC X(30).
           05 FILLER               PIC X(33).

      * REGISTRE DES DOSSIERS DE REMBOURSEMENT
      *   DOS-STATUT 'A' = EN ATTENTE DU SUPERVISEUR
      *              'R' = REMBOURSE
      *              'J' = REFUSE PAR LE SUPERVISEUR
       FD F-DOSSIER.
       01 ENR-DOSSIER.
           05 DOS-REFERENCE        PIC 9(08).
           05 DOS-NUM-COMPTE       PIC 9(03).
           05 DOS-TYPE             PIC X(01).
           05 DOS-DATE-DEMANDE     PIC X(10).
           05 DOS-DATE-DEBIT       PIC X(10).
           05 DOS-MONTANT          PIC 9(06)V99.
           05 DOS-CREANCIER        PIC X(08).
           05 DOS-REF-CREANCIER    PIC X(12).
           05 DOS-LIBELLE          PIC X(15).
           05 DOS-STATUT           PIC X(01).
           05 DOS-MOTIF            PIC X(03).
           05 DOS-DATE-STATUT      PIC X(10).
           05 DOS-SUPERVISEUR      PIC X(08).
           05 DOS-MANDAT           PIC X(01).
           05 FILLER               PIC X(02).

      * MOUVEMENTS IMPUTES (REFERENCE UNIQUE EN POSITIONS 44-51)
       FD F-FUSION.
       01 ENR-FUSION               PIC X(80).

       FD F-ARCHIVE.
       01 ENR-ARCHIVE              PIC X(80).

      * PRELEVEMENTS ACCEPTES PAR PJ37PREL (DEMANDE D'ORIGINE)
       FD F-PRELHIS.
       01 ENR-PRELHIS.
           05 HIS-CREANCIER        PIC X(08).
           05 HIS-NUM-COMPTE       PIC X(03).
           05 HIS-LIBELLE          PIC X(15).
           05 HIS-MONTANT          PIC 9(06)V99.
           05 HIS-DATE             PIC X(10).
           05 HIS-REF-CREANCIER    PIC X(12).
           05 FILLER               PIC X(24).
           05 HIS-DATE-INTEGRATION PIC X(10).
           05 FILLER               PIC X(10).

       FD F-MANDAT.
       01 ENR-MANDAT.
           05 MAN-NUM-COMPTE       PIC 9(03).
           05 MAN-CREANCIER        PIC X(08).
           05 MAN-PLAFOND          PIC 9(06)V99.
           05 MAN-ACTIF            PIC X(01).
           05 MAN-DATE-DEBUT       PIC X(10).
           05 FILLER               PIC X(50).

       FD F-MOUV.
       01 ENR-MOUV.
           05 MOUV-NUM-COMPTE      PIC 9(03).
           05 MOUV-LIBELLE         PIC X(15).
           05 MOUV-MONTANT         PIC S9(06)V99.
           05 MOUV-SENS            PIC X(02).
           05 MOUV-NATURE          PIC X(03).
           05 MOUV-DATE            PIC X(10).
           05 FILLER               PIC X(39).

      * VIREMENTS SORTANTS (DESSIN FMOUV + AGENCE + IBAN) ; POUR UN
      * RETOUR DE PRELEVEMENT, LA ZONE IBAN PORTE LE CREANCIER, SA
      * REFERENCE ET LE CODE RETOUR
       FD F-VIRSOR.
       01 ENR-VIRSOR.
           05 VIR-NUM-COMPTE       PIC 9(03).
           05 VIR-LIBELLE          PIC X(15).
           05 VIR-MONTANT          PIC S9(06)V99.
           05 VIR-SENS             PIC X(02).
           05 VIR-NATURE           PIC X(03).
           05 VIR-DATE             PIC X(10).
           05 FILLER               PIC X(02).
           05 VIR-REFERENCE        PIC 9(08).
           05 VIR-AGENCE           PIC X(02).
           05 VIR-IBAN             PIC X(27).
           05 VIR-RETOUR REDEFINES VIR-IBAN.
               10 VIR-CREANCIER    PIC X(08).
               10 VIR-REF-CREANCIER PIC X(12).
               10 VIR-CODE-RETOUR  PIC X(04).
               10 FILLER           PIC X(03).

       FD F-EDITION.
       01 ENR-EDITION              PIC X(80).

       FD F-SUPERV.
       01 ENR-SUPERV               PIC X(80).

       FD F-CONTROLE.
       01 ENR-CONTROLE.
           05 CTL-PROGRAMME        PIC X(08).
           05 CTL-FICHIER          PIC X(08).
           05 CTL-SENS             PIC X(01).
           05 CTL-NB-ENR           PIC 9(07).
           05 CTL-MONTANT          PIC S9(13)V99.
           05 FILLER               PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEM                PIC X(02).
       01 WS-FS-DEC                PIC X(02).
       01 WS-FS-DOS                PIC X(02).
       01 WS-FS-FUSI               PIC X(02).
       01 WS-FS-ARCH               PIC X(02).
       01 WS-FS-HIS                PIC X(02).
       01 WS-FS-MAN                PIC X(02).
       01 WS-FS-MOUV               PIC X(02).
       01 WS-FS-VIR                PIC X(02).
       01 WS-FS-EDI                PIC X(02).
       01 WS-FS-SUP                PIC X(02).
       01 WS-FS-CTRL               PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * MOUVEMENT LU DANS FFUSION OU FARCHIVE
       01 WS-MVT.
           05 WS-MVT-NUM-COMPTE    PIC 9(03).
           05 WS-MVT-LIBELLE       PIC X(15).
           05 WS-MVT-MONTANT       PIC S9(06)V99.
           05 WS-MVT-SENS          PIC X(02).
           05 WS-MVT-NATURE        PIC X(03).
           05 WS-MVT-DATE          PIC X(10).
           05 FILLER               PIC X(02).
           05 WS-MVT-REFERENCE     PIC X(08).
           05 WS-MVT-REFERENCE-N REDEFINES WS-MVT-REFERENCE
                                   PIC 9(08).
           05 FILLER               PIC X(29).

      * REGISTRE DES DOSSIERS EN TABLE
       01 WS-NB-DOSSIERS           PIC 9(04) VALUE 0.
       01 WS-TAB-DOSSIERS.
           05 WS-DOSSIER OCCURS 2000 TIMES
                          INDEXED BY WS-IDX-DOS.
               10 WS-DOS-REFERENCE     PIC 9(08).
               10 WS-DOS-NUM-COMPTE    PIC 9(03).
               10 WS-DOS-TYPE          PIC X(01).
               10 WS-DOS-DATE-DEMANDE  PIC X(10).
               10 WS-DOS-DATE-DEBIT    PIC X(10).
               10 WS-DOS-MONTANT       PIC 9(06)V99.
               10 WS-DOS-CREANCIER     PIC X(08).
               10 WS-DOS-REF-CREANCIER PIC X(12).
               10 WS-DOS-LIBELLE       PIC X(15).
               10 WS-DOS-STATUT        PIC X(01).
               10 WS-DOS-MOTIF         PIC X(03).
               10 WS-DOS-DATE-STATUT   PIC X(10).
               10 WS-DOS-SUPERVISEUR   PIC X(08).
               10 WS-DOS-MANDAT        PIC X(01).
       01 WS-DOSSIER-TROUVE        PIC 9(04) VALUE 0.

      * DEMANDES DU JOUR
       01 WS-NB-DEMANDES           PIC 9(03) VALUE 0.
       01 WS-TAB-DEMANDES.
           05 WS-DEMANDE OCCURS 500 TIMES
                          INDEXED BY WS-IDX-DEM.
               10 WS-DEM-REFERENCE     PIC 9(08).
               10 WS-DEM-NUM-COMPTE    PIC 9(03).
               10 WS-DEM-TYPE          PIC X(01).
               10 WS-DEM-DATE          PIC X(10).
               10 WS-DEM-AGENT         PIC X(08).
               10 WS-DEM-MOTIF         PIC X(03).
               10 WS-DEM-RESULTAT      PIC X(01).
               10 WS-DEM-TROUVE        PIC 9(01).
               10 WS-DEM-HIS-TROUVE    PIC 9(01).
               10 WS-DEM-DEB-COMPTE    PIC 9(03).
               10 WS-DEM-DEB-LIBELLE   PIC X(15).
               10 WS-DEM-DEB-MONTANT   PIC S9(06)V99.
               10 WS-DEM-DEB-SENS      PIC X(02).
               10 WS-DEM-DEB-NATURE    PIC X(03).
               10 WS-DEM-DEB-DATE      PIC X(10).
               10 WS-DEM-CREANCIER     PIC X(08).
               10 WS-DEM-REF-CREANCIER PIC X(12).
               10 WS-DEM-MANDAT        PIC X(01).
       01 WS-DEMANDES-DEBORDEES    PIC 9(05) VALUE 0.

      * MANDATS, CHARGES AU LANCEMENT (COMME PJ37PREL)
       01 WS-NB-MANDATS            PIC 9(03) VALUE 0.
       01 WS-TAB-MANDATS.
           05 WS-MANDAT OCCURS 300 TIMES
                         INDEXED BY WS-IDX-MAN.
               10 WS-MAN-NUM-COMPTE    PIC 9(03).
               10 WS-MAN-CREANCIER     PIC X(08).
               10 WS-MAN-PLAFOND       PIC 9(06)V99.
               10 WS-MAN-ACTIF         PIC X(01).
               10 WS-MAN-DATE-DEBUT    PIC X(10).

      * CUMULS PAR CREANCIER POUR LES TAUX DE REMBOURSEMENT
       01 WS-NB-CREANCIERS         PIC 9(03) VALUE 0.
       01 WS-TAB-CREANCIERS.
           05 WS-CREANCIER OCCURS 200 TIMES
                            INDEXED BY WS-IDX-CRE.
               10 WS-CRE-CODE          PIC X(08).
               10 WS-CRE-NB-DEBITS     PIC 9(07).
               10 WS-CRE-NB-REMB       PIC 9(05).
               10 WS-CRE-NB-ATTENTE    PIC 9(05).
               10 WS-CRE-MT-REMB       PIC 9(11)V99.
       01 WS-CODE-CREANCIER        PIC X(08).
       01 WS-CREANCIER-TROUVE      PIC 9(01) VALUE 0.
       01 WS-TAUX                  PIC 9(03)V9 VALUE 0.

      * REMBOURSEMENT EN COURS (DEMANDE DU JOUR OU DOSSIER VALIDE)
       01 WS-RMB.
           05 WS-RMB-REFERENCE     PIC 9(08).
           05 WS-RMB-NUM-COMPTE    PIC 9(03).
           05 WS-RMB-MONTANT       PIC 9(06)V99.
           05 WS-RMB-CREANCIER     PIC X(08).
           05 WS-RMB-REF-CREANCIER PIC X(12).
           05 WS-RMB-CODE-RETOUR   PIC X(04).

      * PARAMETRES
       01 WS-ZONE-PARM.
           05 PRM-PROGRAMME        PIC X(08).
           05 PRM-NOM              PIC X(12).
           05 PRM-VALEUR           PIC X(20).
           05 PRM-TROUVE           PIC 9(01).
       01 WS-DELAI-SANS            PIC 9(03) VALUE 56.
       01 WS-DELAI-NAUT            PIC 9(02) VALUE 13.

      * DATES : TRAITEMENT, DEMANDE, DEBIT (AAAAMMJJ)
       01 WS-DATE-JOUR             PIC 9(08) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE             PIC 9(04).
           05 WS-MOIS              PIC 9(02).
           05 WS-JOUR              PIC 9(02).
       01 WS-DATE-TRT              PIC X(10).
       01 WS-DATE-ISO              PIC X(10).
       01 WS-DATE-ISO-R REDEFINES WS-DATE-ISO.
           05 WS-ISO-AAAA          PIC X(04).
           05 FILLER               PIC X(01).
           05 WS-ISO-MM            PIC X(02).
           05 FILLER               PIC X(01).
           05 WS-ISO-JJ            PIC X(02).
       01 WS-DATE-NUM              PIC 9(08) VALUE 0.
       01 WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
           05 WS-DN-AAAA           PIC 9(04).
           05 WS-DN-MM             PIC 9(02).
           05 WS-DN-JJ             PIC 9(02).
       01 WS-DATE-DEMANDE-NUM      PIC 9(08) VALUE 0.
       01 WS-DATE-DEBIT-NUM        PIC 9(08) VALUE 0.
       01 WS-DATE-LIMITE           PIC 9(08) VALUE 0.
       01 WS-NB-MOIS-TOTAL         PIC 9(06) VALUE 0.
       01 WS-LIM-AAAA              PIC 9(04) VALUE 0.
       01 WS-LIM-MM                PIC 9(02) VALUE 0.
       01 WS-NUM-DEMANDE           PIC 9(07) VALUE 0.
       01 WS-ECART                 PIC S9(07) VALUE 0.

      * NUMERO DE JOUR JULIEN (DIVISIONS ENTIERES)
       01 WS-NJ-DATE               PIC 9(08) VALUE 0.
       01 WS-NJ-DATE-R REDEFINES WS-NJ-DATE.
           05 WS-NJ-ANNEE          PIC 9(04).
           05 WS-NJ-MOIS           PIC 9(02).
           05 WS-NJ-JOUR           PIC 9(02).
       01 WS-NJ-A                  PIC 9(01) VALUE 0.
       01 WS-NJ-Y                  PIC 9(05) VALUE 0.
       01 WS-NJ-M                  PIC 9(02) VALUE 0.
       01 WS-NJ-T1                 PIC 9(05) VALUE 0.
       01 WS-NJ-Y4                 PIC 9(05) VALUE 0.
       01 WS-NJ-Y100               PIC 9(05) VALUE 0.
       01 WS-NJ-Y400               PIC 9(05) VALUE 0.
       01 WS-NJ-NUMERO             PIC 9(07) VALUE 0.

      * COMPTEURS
       01 WS-NB-LUES               PIC 9(07) VALUE 0.
       01 WS-NB-REMBOURSES         PIC 9(07) VALUE 0.
       01 WS-MT-REMBOURSES         PIC S9(13)V99 VALUE 0.
       01 WS-NB-EN-ATTENTE         PIC 9(07) VALUE 0.
       01 WS-NB-REFUSEES           PIC 9(07) VALUE 0.
       01 WS-NB-DECISIONS          PIC 9(07) VALUE 0.
       01 WS-NB-ATTENTE-TOTAL      PIC 9(05) VALUE 0.
       01 WS-NB-PURGES             PIC 9(05) VALUE 0.
       01 WS-DOSSIER-ECHU          PIC 9(01) VALUE 0.

      * LIGNES DE L'ETAT
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.
       01 WS-LIGNE-TIRETS          PIC X(80) VALUE ALL '-'.
       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(40)
              VALUE '*** REMBOURSEMENTS DE PRELEVEMENTS CONTE'.
           05 FILLER               PIC X(08) VALUE 'STES AU '.
           05 WS-TIT-DATE          PIC X(10).
           05 FILLER               PIC X(04) VALUE ' ***'.
           05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-LIGNE-SECTION.
           05 FILLER               PIC X(04) VALUE '--- '.
           05 WS-SEC-LIBELLE       PIC X(60).
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LIGNE-ENTETE-DEM.
           05 FILLER               PIC X(40)
              VALUE 'REFERENCE CPT T DATE DEBIT    MONTANT CR'.
           05 FILLER               PIC X(40)
              VALUE 'EANCIER RESULTAT                        '.

       01 WS-LIGNE-DEMANDE.
           05 WS-LDE-REFERENCE     PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LDE-COMPTE        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LDE-TYPE          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LDE-DATE          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LDE-MONTANT       PIC ZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LDE-CREANCIER     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LDE-RESULTAT      PIC X(30).
           05 FILLER               PIC X(04) VALUE SPACES.

       01 WS-LIGNE-ENTETE-CRE.
           05 FILLER               PIC X(40)
              VALUE 'CREANCIER   PRELEVES  REMB. ATTENTE   TA'.
           05 FILLER               PIC X(40)
              VALUE 'UX      MONTANT REMBOURSE               '.

       01 WS-LIGNE-CREANCIER.
           05 WS-LCR-CODE          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCR-NB-DEBITS     PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCR-NB-REMB       PIC Z(04)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCR-NB-ATTENTE    PIC Z(04)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCR-TAUX          PIC ZZ9.9.
           05 FILLER               PIC X(02) VALUE ' %'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCR-MT-REMB       PIC Z(10)9.99.
           05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-LIGNE-COMPTEUR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCO-LIBELLE       PIC X(42).
           05 WS-LCO-NB            PIC Z(06)9.
           05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-LIGNE-TITRE-SUP.
           05 FILLER               PIC X(40)
              VALUE '*** PRELEVEMENTS NON AUTORISES - DOSSIER'.
           05 FILLER               PIC X(15)
              VALUE 'S A DECIDER AU '.
           05 WS-TSU-DATE          PIC X(10).
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LIGNE-ENTETE-SUP.
           05 FILLER               PIC X(40)
              VALUE 'REFERENCE CPT DATE DEBIT    MONTANT CREA'.
           05 FILLER               PIC X(40)
              VALUE 'NCIER DEMANDE LE  MANDAT                '.

       01 WS-LIGNE-SUPERV.
           05 WS-LSU-REFERENCE     PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSU-COMPTE        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LSU-DATE-DEBIT    PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LSU-MONTANT       PIC ZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LSU-CREANCIER     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LSU-DATE-DEMANDE  PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LSU-MANDAT        PIC X(14).
           05 FILLER               PIC X(11) VALUE SPACES.

       01 WS-LIGNE-VISA.
           05 FILLER               PIC X(40)
              VALUE 'DECISION (O/N) ET VISA DU SUPERVISEUR : '.
           05 FILLER               PIC X(20) VALUE ALL '.'.
           05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-LIGNE-RIEN.
           05 FILLER               PIC X(30)
              VALUE '  (AUCUN DOSSIER EN ATTENTE)'.
           05 FILLER               PIC X(50) VALUE SPACES.

      * ZONE D'APPEL DE LA DATE DE TRAITEMENT (PJ00DATE)
       01 WS-ZONE-DTRT.
           05 DTRT-FONCTION        PIC X(01) VALUE 'L'.
           05 DTRT-DATE            PIC 9(08) VALUE 0.

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ56REMB'.
           05 LOG-TYPE             PIC X(01).
           05 LOG-STATUT           PIC X(02) VALUE '00'.
           05 LOG-NB-LUS           PIC 9(07) VALUE 0.
           05 LOG-NB-ECRITS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       PRINCIPAL.
            MOVE 'D' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            DISPLAY 'DEBUT DU PROGRAMME PJ56REMB'

            CALL 'PJ00DATE' USING WS-ZONE-DTRT
            MOVE DTRT-DATE TO WS-DATE-JOUR
            STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
                DELIMITED BY SIZE INTO WS-DATE-TRT

            PERFORM LIRE-PARAMETRES
            PERFORM CHARGER-DOSSIERS THRU CHARGER-DOSSIERS-FIN
            PERFORM CHARGER-MANDATS

            OPEN EXTEND F-MOUV
            IF WS-FS-MOUV = '35'
                CLOSE F-MOUV
                OPEN OUTPUT F-MOUV
            END-IF
            IF WS-FS-MOUV NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FMOUV : ' WS-FS-MOUV
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
      * SANS FVIRSOR LE CREANCIER NE RECEVRAIT PAS SON RETOUR :
      * RIEN N'EST REMBOURSE
            OPEN EXTEND F-VIRSOR
            IF WS-FS-VIR NOT = '00' AND WS-FS-VIR NOT = '05'
                DISPLAY 'FVIRSOR INDISPONIBLE : ' WS-FS-VIR
                CLOSE F-MOUV
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM APPLIQUER-DECISIONS THRU APPLIQUER-DECISIONS-FIN
            PERFORM CHARGER-DEMANDES THRU CHARGER-DEMANDES-FIN
            PERFORM CHERCHER-DEBITS
            PERFORM LIRE-HISTORIQUE THRU LIRE-HISTORIQUE-FIN

            PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                    UNTIL WS-IDX-DEM > WS-NB-DEMANDES
                PERFORM INSTRUIRE-DEMANDE THRU INSTRUIRE-DEMANDE-FIN
            END-PERFORM

            CLOSE F-MOUV
            CLOSE F-VIRSOR

            PERFORM SAUVER-DOSSIERS
            PERFORM EDITER-FILE-SUPERVISEUR
            PERFORM EDITER-ETAT
            PERFORM ECRIRE-CONTROLES

            DISPLAY 'DEMANDES LUES           : ' WS-NB-LUES
            DISPLAY 'DECISIONS SUPERVISEUR   : ' WS-NB-DECISIONS
            DISPLAY 'PRELEVEMENTS REMBOURSES : ' WS-NB-REMBOURSES
            DISPLAY 'MIS EN ATTENTE          : ' WS-NB-EN-ATTENTE
            DISPLAY 'DEMANDES REFUSEES       : ' WS-NB-REFUSEES
            DISPLAY 'DEMANDES NON TRAITEES   : ' WS-DEMANDES-DEBORDEES
            DISPLAY 'DOSSIERS PURGES         : ' WS-NB-PURGES
            DISPLAY 'FIN DU PROGRAMME PJ56REMB'

            MOVE WS-NB-LUES       TO LOG-NB-LUS
            MOVE WS-NB-REMBOURSES TO LOG-NB-ECRITS
            IF WS-NB-REFUSEES > 0 OR WS-DEMANDES-DEBORDEES > 0
                MOVE '04' TO LOG-STATUT
            END-IF
            MOVE 'F' TO LOG-TYPE
            CALL 'PJ34LOG' USING WS-ZONE-LOG
            IF LOG-STATUT = '04'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

      * DELAIS LEGAUX (DEFAUTS SI ABSENTS)
       LIRE-PARAMETRES.
            MOVE 'PJ56REMB' TO PRM-PROGRAMME
            MOVE 'DELAISANS' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR(1:3) NUMERIC
                MOVE PRM-VALEUR(1:3) TO WS-DELAI-SANS
            END-IF
            MOVE 'DELAINAUT' TO PRM-NOM
            CALL 'PJ46PARM' USING WS-ZONE-PARM
            IF PRM-TROUVE = 1 AND PRM-VALEUR(1:2) NUMERIC
                MOVE PRM-VALEUR(1:2) TO WS-DELAI-NAUT
            END-IF
            DISPLAY 'DELAI SANS MOTIF (JOURS)   : ' WS-DELAI-SANS
            DISPLAY 'DELAI NON AUTORISE (MOIS)  : ' WS-DELAI-NAUT.

       CHARGER-DOSSIERS.
            OPEN INPUT F-DOSSIER
            IF WS-FS-DOS NOT = '00' AND WS-FS-DOS NOT = '05'
                DISPLAY 'ERREUR OUVERTURE FREMBDOS : ' WS-FS-DOS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-DOSSIER
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
      * UN REGISTRE TRONQUE FERAIT PERDRE DES DOSSIERS A LA
      * REECRITURE : ABANDON
                        IF WS-NB-DOSSIERS >= 2000
                            DISPLAY 'FREMBDOS DEPASSE 2000 DOSSIERS'
                                    ' - ABANDON'
                            MOVE 8 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WS-NB-DOSSIERS
                        MOVE ENR-DOSSIER TO WS-DOSSIER(WS-NB-DOSSIERS)
                END-READ
            END-PERFORM
            CLOSE F-DOSSIER.

       CHARGER-DOSSIERS-FIN.
            EXIT.

       CHARGER-MANDATS.
            OPEN INPUT F-MANDAT
            IF WS-FS-MAN NOT = '00'
                DISPLAY 'FMANDAT INDISPONIBLE : ' WS-FS-MAN
            ELSE
                MOVE 0 TO WS-EOF
                PERFORM UNTIL WS-EOF = 1
                    READ F-MANDAT
                        AT END MOVE 1 TO WS-EOF
                        NOT AT END
                            IF WS-NB-MANDATS < 300
                                ADD 1 TO WS-NB-MANDATS
                                MOVE MAN-NUM-COMPTE TO
                                    WS-MAN-NUM-COMPTE(WS-NB-MANDATS)
                                MOVE MAN-CREANCIER TO
                                    WS-MAN-CREANCIER(WS-NB-MANDATS)
                                MOVE MAN-PLAFOND TO
                                    WS-MAN-PLAFOND(WS-NB-MANDATS)
                                MOVE MAN-ACTIF TO
                                    WS-MAN-ACTIF(WS-NB-MANDATS)
                                MOVE MAN-DATE-DEBUT TO
                                    WS-MAN-DATE-DEBUT(WS-NB-MANDATS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE F-MANDAT
            END-IF.

      * DECISIONS DU SUPERVISEUR SUR LES DOSSIERS EN ATTENTE, PUIS
      * FREMBDEC REMIS A VIDE
       APPLIQUER-DECISIONS.
            OPEN INPUT F-DECISION
            IF WS-FS-DEC NOT = '00' AND WS-FS-DEC NOT = '05'
                DISPLAY 'FREMBDEC NON LU : ' WS-FS-DEC
                GO TO APPLIQUER-DECISIONS-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-DECISION
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        PERFORM APPLIQUER-DECISION
                END-READ
            END-PERFORM
            CLOSE F-DECISION
            OPEN OUTPUT F-DECISION
            CLOSE F-DECISION.

       APPLIQUER-DECISIONS-FIN.
            EXIT.

       APPLIQUER-DECISION.
            MOVE 0 TO WS-DOSSIER-TROUVE
            PERFORM VARYING WS-IDX-DOS FROM 1 BY 1
                    UNTIL WS-IDX-DOS > WS-NB-DOSSIERS
                IF WS-DOS-REFERENCE(WS-IDX-DOS) = DEC-REFERENCE
                    AND WS-DOS-STATUT(WS-IDX-DOS) = 'A'
                    SET WS-DOSSIER-TROUVE TO WS-IDX-DOS
                END-IF
            END-PERFORM
            IF WS-DOSSIER-TROUVE = 0
                DISPLAY 'DECISION SANS DOSSIER EN ATTENTE : '
                        DEC-REFERENCE
            ELSE
                SET WS-IDX-DOS TO WS-DOSSIER-TROUVE
                EVALUATE DEC-DECISION
                    WHEN 'O'
                        ADD 1 TO WS-NB-DECISIONS
                        MOVE WS-DOS-REFERENCE(WS-IDX-DOS)
                            TO WS-RMB-REFERENCE
                        MOVE WS-DOS-NUM-COMPTE(WS-IDX-DOS)
                            TO WS-RMB-NUM-COMPTE
                        MOVE WS-DOS-MONTANT(WS-IDX-DOS)
                            TO WS-RMB-MONTANT
                        MOVE WS-DOS-CREANCIER(WS-IDX-DOS)
                            TO WS-RMB-CREANCIER
                        MOVE WS-DOS-REF-CREANCIER(WS-IDX-DOS)
                            TO WS-RMB-REF-CREANCIER
                        MOVE 'MD01' TO WS-RMB-CODE-RETOUR
                        PERFORM REMBOURSER
                        MOVE 'R' TO WS-DOS-STATUT(WS-IDX-DOS)
                        MOVE SPACES TO WS-DOS-MOTIF(WS-IDX-DOS)
                        MOVE WS-DATE-TRT
                            TO WS-DOS-DATE-STATUT(WS-IDX-DOS)
                        MOVE DEC-SUPERVISEUR
                            TO WS-DOS-SUPERVISEUR(WS-IDX-DOS)
                    WHEN 'N'
                        ADD 1 TO WS-NB-DECISIONS
                        MOVE 'J' TO WS-DOS-STATUT(WS-IDX-DOS)
                        MOVE 'SUP' TO WS-DOS-MOTIF(WS-IDX-DOS)
                        MOVE WS-DATE-TRT
                            TO WS-DOS-DATE-STATUT(WS-IDX-DOS)
                        MOVE DEC-SUPERVISEUR
                            TO WS-DOS-SUPERVISEUR(WS-IDX-DOS)
                    WHEN OTHER
                        DISPLAY 'DECISION INVALIDE POUR '
                                DEC-REFERENCE ' : ' DEC-DECISION
                END-EVALUATE
            END-IF.

      * DEMANDES DU JOUR, AVEC LES CONTROLES DE FORME
       CHARGER-DEMANDES.
            OPEN INPUT F-DEMANDE
            IF WS-FS-DEM NOT = '00'
                DISPLAY 'FREMBDEM INDISPONIBLE : ' WS-FS-DEM
                GO TO CHARGER-DEMANDES-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-DEMANDE
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-NB-LUES
                        IF WS-NB-DEMANDES < 500
                            PERFORM RANGER-DEMANDE
                        ELSE
                            ADD 1 TO WS-DEMANDES-DEBORDEES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-DEMANDE
            IF WS-DEMANDES-DEBORDEES > 0
                DISPLAY 'DEMANDES NON TRAITEES (PLUS DE 500) : '
                        WS-DEMANDES-DEBORDEES
            END-IF.

       CHARGER-DEMANDES-FIN.
            EXIT.

       RANGER-DEMANDE.
            ADD 1 TO WS-NB-DEMANDES
            SET WS-IDX-DEM TO WS-NB-DEMANDES
            INITIALIZE WS-DEMANDE(WS-IDX-DEM)
            MOVE DEM-REFERENCE  TO WS-DEM-REFERENCE(WS-IDX-DEM)
            MOVE DEM-NUM-COMPTE TO WS-DEM-NUM-COMPTE(WS-IDX-DEM)
            MOVE DEM-TYPE       TO WS-DEM-TYPE(WS-IDX-DEM)
            MOVE DEM-DATE       TO WS-DEM-DATE(WS-IDX-DEM)
            MOVE DEM-AGENT      TO WS-DEM-AGENT(WS-IDX-DEM)
            IF DEM-DATE = SPACES
                MOVE WS-DATE-TRT TO WS-DEM-DATE(WS-IDX-DEM)
            END-IF

            IF DEM-TYPE NOT = 'S' AND DEM-TYPE NOT = 'N'
                MOVE 'TYP' TO WS-DEM-MOTIF(WS-IDX-DEM)
            END-IF
            IF DEM-REFERENCE NOT NUMERIC OR DEM-NUM-COMPTE NOT NUMERIC
                MOVE 'REF' TO WS-DEM-MOTIF(WS-IDX-DEM)
            END-IF.

      * LE DEBIT DE CHAQUE DEMANDE EST CHERCHE PAR SA REFERENCE
      * DANS LE FICHIER FUSIONNE PUIS DANS L'ARCHIVE (PJ30TRAC)
       CHERCHER-DEBITS.
            IF WS-NB-DEMANDES = 0
                DISPLAY 'AUCUNE DEMANDE A INSTRUIRE'
            ELSE
                OPEN INPUT F-FUSION
                IF WS-FS-FUSI NOT = '00'
                    DISPLAY 'FFUSION INDISPONIBLE : ' WS-FS-FUSI
                ELSE
                    MOVE 0 TO WS-EOF
                    PERFORM UNTIL WS-EOF = 1
                        READ F-FUSION INTO WS-MVT
                            AT END MOVE 1 TO WS-EOF
                            NOT AT END
                                PERFORM RAPPROCHER-DEBIT
                        END-READ
                    END-PERFORM
                    CLOSE F-FUSION
                END-IF

                OPEN INPUT F-ARCHIVE
                IF WS-FS-ARCH NOT = '00' AND WS-FS-ARCH NOT = '05'
                    DISPLAY 'FARCHIVE NON LU : ' WS-FS-ARCH
                ELSE
                    MOVE 0 TO WS-EOF
                    PERFORM UNTIL WS-EOF = 1
                        READ F-ARCHIVE INTO WS-MVT
                            AT END MOVE 1 TO WS-EOF
                            NOT AT END
                                PERFORM RAPPROCHER-DEBIT
                        END-READ
                    END-PERFORM
                    CLOSE F-ARCHIVE
                END-IF
            END-IF.

       RAPPROCHER-DEBIT.
            IF WS-MVT-REFERENCE NUMERIC AND WS-MVT-REFERENCE-N > 0
                PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                        UNTIL WS-IDX-DEM > WS-NB-DEMANDES
                    IF WS-DEM-REFERENCE(WS-IDX-DEM)
                            = WS-MVT-REFERENCE-N
                        AND WS-DEM-TROUVE(WS-IDX-DEM) = 0
                        MOVE 1 TO WS-DEM-TROUVE(WS-IDX-DEM)
                        MOVE WS-MVT-NUM-COMPTE
                            TO WS-DEM-DEB-COMPTE(WS-IDX-DEM)
                        MOVE WS-MVT-LIBELLE
                            TO WS-DEM-DEB-LIBELLE(WS-IDX-DEM)
                        MOVE WS-MVT-MONTANT
                            TO WS-DEM-DEB-MONTANT(WS-IDX-DEM)
                        MOVE WS-MVT-SENS
                            TO WS-DEM-DEB-SENS(WS-IDX-DEM)
                        MOVE WS-MVT-NATURE
                            TO WS-DEM-DEB-NATURE(WS-IDX-DEM)
                        MOVE WS-MVT-DATE
                            TO WS-DEM-DEB-DATE(WS-IDX-DEM)
                    END-IF
                END-PERFORM
            END-IF.

      * HISTORIQUE DES PRELEVEMENTS ACCEPTES : CREANCIER DE CHAQUE
      * DEBIT CONTESTE ET NOMBRE DE PRELEVEMENTS PAR CREANCIER
       LIRE-HISTORIQUE.
            OPEN INPUT F-PRELHIS
            IF WS-FS-HIS NOT = '00' AND WS-FS-HIS NOT = '05'
                DISPLAY 'FPRELHIS NON LU : ' WS-FS-HIS
                GO TO LIRE-HISTORIQUE-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-PRELHIS
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        PERFORM COMPTER-DEBIT
                        PERFORM IDENTIFIER-CREANCIER
                END-READ
            END-PERFORM
            CLOSE F-PRELHIS.

       LIRE-HISTORIQUE-FIN.
            EXIT.

      * UN PRELEVEMENT N'ENTRE DANS LE TAUX DE SON CREANCIER QUE TANT
      * QU'IL PEUT ENCORE ETRE CONTESTE (DELAI 'N'), COMME LES
      * DOSSIERS QUE LE REGISTRE EN GARDE (CONTROLER-ECHEANCE)
       COMPTER-DEBIT.
            MOVE HIS-DATE TO WS-DATE-ISO
            PERFORM CONVERTIR-DATE
            IF WS-DATE-NUM NOT = 0
                PERFORM CALCULER-LIMITE-NAUT
                IF WS-DATE-JOUR NOT > WS-DATE-LIMITE
                    MOVE HIS-CREANCIER TO WS-CODE-CREANCIER
                    PERFORM CHERCHER-CREANCIER
                    IF WS-CREANCIER-TROUVE = 1
                        ADD 1 TO WS-CRE-NB-DEBITS(WS-IDX-CRE)
                    END-IF
                END-IF
            END-IF.

       IDENTIFIER-CREANCIER.
            PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                    UNTIL WS-IDX-DEM > WS-NB-DEMANDES
                IF WS-DEM-TROUVE(WS-IDX-DEM) = 1
                    AND WS-DEM-HIS-TROUVE(WS-IDX-DEM) = 0
                    AND HIS-NUM-COMPTE NUMERIC
                    AND HIS-MONTANT NUMERIC
                    IF HIS-NUM-COMPTE = WS-DEM-DEB-COMPTE(WS-IDX-DEM)
                        AND HIS-LIBELLE
                            = WS-DEM-DEB-LIBELLE(WS-IDX-DEM)
                        AND HIS-MONTANT
                            = WS-DEM-DEB-MONTANT(WS-IDX-DEM)
                        AND HIS-DATE = WS-DEM-DEB-DATE(WS-IDX-DEM)
                        MOVE 1 TO WS-DEM-HIS-TROUVE(WS-IDX-DEM)
                        MOVE HIS-CREANCIER
                            TO WS-DEM-CREANCIER(WS-IDX-DEM)
                        MOVE HIS-REF-CREANCIER
                            TO WS-DEM-REF-CREANCIER(WS-IDX-DEM)
                    END-IF
                END-IF
            END-PERFORM.

      * CREANCIER WS-CODE-CREANCIER DANS LA TABLE DES TAUX (AJOUTE
      * S'IL N'Y EST PAS ENCORE ET QU'IL RESTE DE LA PLACE)
       CHERCHER-CREANCIER.
            MOVE 0 TO WS-CREANCIER-TROUVE
            PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                    UNTIL WS-IDX-CRE > WS-NB-CREANCIERS
                       OR WS-CREANCIER-TROUVE = 1
                IF WS-CRE-CODE(WS-IDX-CRE) = WS-CODE-CREANCIER
                    MOVE 1 TO WS-CREANCIER-TROUVE
                END-IF
            END-PERFORM
            IF WS-CREANCIER-TROUVE = 1
                SET WS-IDX-CRE DOWN BY 1
            ELSE
                IF WS-NB-CREANCIERS < 200
                    ADD 1 TO WS-NB-CREANCIERS
                    SET WS-IDX-CRE TO WS-NB-CREANCIERS
                    MOVE WS-CODE-CREANCIER TO WS-CRE-CODE(WS-IDX-CRE)
                    MOVE 0 TO WS-CRE-NB-DEBITS(WS-IDX-CRE)
                    MOVE 0 TO WS-CRE-NB-REMB(WS-IDX-CRE)
                    MOVE 0 TO WS-CRE-NB-ATTENTE(WS-IDX-CRE)
                    MOVE 0 TO WS-CRE-MT-REMB(WS-IDX-CRE)
                    MOVE 1 TO WS-CREANCIER-TROUVE
                END-IF
            END-IF.

      * CONTROLES D'UNE DEMANDE DU JOUR, PUIS REMBOURSEMENT, MISE EN
      * ATTENTE OU REFUS
       INSTRUIRE-DEMANDE.
      * SANS PLACE AU REGISTRE, NI REMBOURSEMENT NI MISE EN ATTENTE :
      * LA DEMANDE N'EST PAS INSTRUITE ET SERA RESAISIE
            IF WS-NB-DOSSIERS >= 2000
                ADD 1 TO WS-DEMANDES-DEBORDEES
                MOVE 'D' TO WS-DEM-RESULTAT(WS-IDX-DEM)
                DISPLAY 'FREMBDOS PLEIN - DEMANDE NON TRAITEE : '
                        WS-DEM-REFERENCE(WS-IDX-DEM)
                GO TO INSTRUIRE-DEMANDE-FIN
            END-IF
            IF WS-DEM-MOTIF(WS-IDX-DEM) NOT = SPACES
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF
            PERFORM CONTROLER-DEJA-TRAITE
            IF WS-DEM-MOTIF(WS-IDX-DEM) NOT = SPACES
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF
            IF WS-DEM-TROUVE(WS-IDX-DEM) = 0
                MOVE 'REF' TO WS-DEM-MOTIF(WS-IDX-DEM)
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF
            IF WS-DEM-DEB-NATURE(WS-IDX-DEM) NOT = 'PRL'
                OR WS-DEM-DEB-SENS(WS-IDX-DEM) NOT = 'DB'
                MOVE 'NPR' TO WS-DEM-MOTIF(WS-IDX-DEM)
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF
            IF WS-DEM-DEB-COMPTE(WS-IDX-DEM)
                NOT = WS-DEM-NUM-COMPTE(WS-IDX-DEM)
                MOVE 'CPT' TO WS-DEM-MOTIF(WS-IDX-DEM)
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF
            PERFORM CONTROLER-DELAI
            IF WS-DEM-MOTIF(WS-IDX-DEM) NOT = SPACES
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF
            IF WS-DEM-HIS-TROUVE(WS-IDX-DEM) = 0
                MOVE 'CRE' TO WS-DEM-MOTIF(WS-IDX-DEM)
                GO TO INSTRUIRE-DEMANDE-REFUS
            END-IF

            PERFORM CONTROLER-MANDAT
            IF WS-DEM-TYPE(WS-IDX-DEM) = 'S'
                MOVE WS-DEM-REFERENCE(WS-IDX-DEM) TO WS-RMB-REFERENCE
                MOVE WS-DEM-NUM-COMPTE(WS-IDX-DEM)
                    TO WS-RMB-NUM-COMPTE
                MOVE WS-DEM-DEB-MONTANT(WS-IDX-DEM) TO WS-RMB-MONTANT
                MOVE WS-DEM-CREANCIER(WS-IDX-DEM) TO WS-RMB-CREANCIER
                MOVE WS-DEM-REF-CREANCIER(WS-IDX-DEM)
                    TO WS-RMB-REF-CREANCIER
                MOVE 'MD06' TO WS-RMB-CODE-RETOUR
                PERFORM REMBOURSER
                MOVE 'R' TO WS-DEM-RESULTAT(WS-IDX-DEM)
            ELSE
                ADD 1 TO WS-NB-EN-ATTENTE
                MOVE 'A' TO WS-DEM-RESULTAT(WS-IDX-DEM)
            END-IF
            PERFORM CREER-DOSSIER
            GO TO INSTRUIRE-DEMANDE-FIN.

       INSTRUIRE-DEMANDE-REFUS.
            ADD 1 TO WS-NB-REFUSEES
            MOVE 'J' TO WS-DEM-RESULTAT(WS-IDX-DEM).

       INSTRUIRE-DEMANDE-FIN.
            EXIT.

      * UN PRELEVEMENT DEJA REMBOURSE OU EN ATTENTE, Y COMPRIS PAR
      * UNE DEMANDE PRECEDENTE DU JOUR, N'EST PAS INSTRUIT A NOUVEAU
       CONTROLER-DEJA-TRAITE.
            PERFORM VARYING WS-IDX-DOS FROM 1 BY 1
                    UNTIL WS-IDX-DOS > WS-NB-DOSSIERS
                IF WS-DOS-REFERENCE(WS-IDX-DOS)
                        = WS-DEM-REFERENCE(WS-IDX-DEM)
                    AND (WS-DOS-STATUT(WS-IDX-DOS) = 'A'
                      OR WS-DOS-STATUT(WS-IDX-DOS) = 'R')
                    MOVE 'DEJ' TO WS-DEM-MOTIF(WS-IDX-DEM)
                END-IF
            END-PERFORM.

      * 'S' : AU PLUS DELAISANS JOURS ENTRE LE DEBIT ET LA DEMANDE
      * 'N' : DEMANDE AU PLUS TARD LE MEME JOUR DELAINAUT MOIS APRES
       CONTROLER-DELAI.
            MOVE WS-DEM-DEB-DATE(WS-IDX-DEM) TO WS-DATE-ISO
            PERFORM CONVERTIR-DATE
            MOVE WS-DATE-NUM TO WS-DATE-DEBIT-NUM
            MOVE WS-DEM-DATE(WS-IDX-DEM) TO WS-DATE-ISO
            PERFORM CONVERTIR-DATE
            MOVE WS-DATE-NUM TO WS-DATE-DEMANDE-NUM
            IF WS-DATE-DEBIT-NUM = 0 OR WS-DATE-DEMANDE-NUM = 0
                OR WS-DATE-DEMANDE-NUM < WS-DATE-DEBIT-NUM
                MOVE 'DEL' TO WS-DEM-MOTIF(WS-IDX-DEM)
            ELSE
                IF WS-DEM-TYPE(WS-IDX-DEM) = 'S'
                    MOVE WS-DATE-DEBIT-NUM TO WS-NJ-DATE
                    PERFORM CALCULER-NUMERO-JOUR
                    MOVE WS-NJ-NUMERO TO WS-NUM-DEMANDE
                    MOVE WS-DATE-DEMANDE-NUM TO WS-NJ-DATE
                    PERFORM CALCULER-NUMERO-JOUR
                    COMPUTE WS-ECART = WS-NJ-NUMERO - WS-NUM-DEMANDE
                    IF WS-ECART > WS-DELAI-SANS
                        MOVE 'DEL' TO WS-DEM-MOTIF(WS-IDX-DEM)
                    END-IF
                ELSE
                    MOVE WS-DATE-DEBIT-NUM TO WS-DATE-NUM
                    PERFORM CALCULER-LIMITE-NAUT
                    IF WS-DATE-DEMANDE-NUM > WS-DATE-LIMITE
                        MOVE 'DEL' TO WS-DEM-MOTIF(WS-IDX-DEM)
                    END-IF
                END-IF
            END-IF.

      * DERNIER JOUR DU DELAI 'N' (WS-DATE-LIMITE) D'UN DEBIT DATE
      * WS-DATE-NUM : MEME JOUR, DELAINAUT MOIS PLUS TARD
       CALCULER-LIMITE-NAUT.
            COMPUTE WS-NB-MOIS-TOTAL = WS-DN-AAAA * 12
                + WS-DN-MM - 1 + WS-DELAI-NAUT
            DIVIDE WS-NB-MOIS-TOTAL BY 12
                GIVING WS-LIM-AAAA REMAINDER WS-LIM-MM
            ADD 1 TO WS-LIM-MM
            COMPUTE WS-DATE-LIMITE = WS-LIM-AAAA * 10000
                + WS-LIM-MM * 100 + WS-DN-JJ.

      * AAAA-MM-JJ (WS-DATE-ISO) -> AAAAMMJJ (WS-DATE-NUM, 0 SI
      * LA DATE EST ILLISIBLE)
       CONVERTIR-DATE.
            IF WS-ISO-AAAA NUMERIC AND WS-ISO-MM NUMERIC
                AND WS-ISO-JJ NUMERIC
                MOVE WS-ISO-AAAA TO WS-DN-AAAA
                MOVE WS-ISO-MM   TO WS-DN-MM
                MOVE WS-ISO-JJ   TO WS-DN-JJ
            ELSE
                MOVE 0 TO WS-DATE-NUM
            END-IF.

      * NUMERO DE JOUR JULIEN DE WS-NJ-DATE (AAAAMMJJ) DANS
      * WS-NJ-NUMERO ; TOUTES LES DIVISIONS SONT ENTIERES
       CALCULER-NUMERO-JOUR.
            COMPUTE WS-NJ-T1 = 14 - WS-NJ-MOIS
            DIVIDE WS-NJ-T1 BY 12 GIVING WS-NJ-A
            COMPUTE WS-NJ-Y = WS-NJ-ANNEE + 4800 - WS-NJ-A
            COMPUTE WS-NJ-M = WS-NJ-MOIS + 12 * WS-NJ-A - 3
            COMPUTE WS-NJ-T1 = 153 * WS-NJ-M + 2
            DIVIDE WS-NJ-T1 BY 5 GIVING WS-NJ-T1
            DIVIDE WS-NJ-Y BY 4 GIVING WS-NJ-Y4
            DIVIDE WS-NJ-Y BY 100 GIVING WS-NJ-Y100
            DIVIDE WS-NJ-Y BY 400 GIVING WS-NJ-Y400
            COMPUTE WS-NJ-NUMERO = WS-NJ-JOUR + WS-NJ-T1
                + 365 * WS-NJ-Y + WS-NJ-Y4 - WS-NJ-Y100 + WS-NJ-Y400
                - 32045.

      * UN MANDAT VALIDE AU JOUR DU DEBIT : ACTIF, SIGNE AVANT LE
      * DEBIT, PLAFOND RESPECTE. LE RESULTAT EST PORTE SUR LA LISTE
      * DU SUPERVISEUR
       CONTROLER-MANDAT.
            MOVE 'N' TO WS-DEM-MANDAT(WS-IDX-DEM)
            PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                    UNTIL WS-IDX-MAN > WS-NB-MANDATS
                IF WS-MAN-NUM-COMPTE(WS-IDX-MAN)
                        = WS-DEM-DEB-COMPTE(WS-IDX-DEM)
                    AND WS-MAN-CREANCIER(WS-IDX-MAN)
                        = WS-DEM-CREANCIER(WS-IDX-DEM)
                    AND WS-MAN-ACTIF(WS-IDX-MAN) = 'O'
                    AND WS-MAN-DATE-DEBUT(WS-IDX-MAN)
                        <= WS-DEM-DEB-DATE(WS-IDX-DEM)
                    AND WS-MAN-PLAFOND(WS-IDX-MAN)
                        >= WS-DEM-DEB-MONTANT(WS-IDX-DEM)
                    MOVE 'O' TO WS-DEM-MANDAT(WS-IDX-DEM)
                END-IF
            END-PERFORM.

      * CREDIT DU CLIENT PAR LA CHAINE ET RETOUR AU CREANCIER
       REMBOURSER.
            MOVE SPACES TO ENR-MOUV
            MOVE WS-RMB-NUM-COMPTE TO MOUV-NUM-COMPTE
            STRING 'REMB ' WS-RMB-CREANCIER
                DELIMITED BY SIZE INTO MOUV-LIBELLE
            MOVE WS-RMB-MONTANT    TO MOUV-MONTANT
            MOVE 'CR'              TO MOUV-SENS
            MOVE 'RPR'             TO MOUV-NATURE
            MOVE WS-DATE-TRT       TO MOUV-DATE
            WRITE ENR-MOUV

            MOVE SPACES TO ENR-VIRSOR
            MOVE WS-RMB-NUM-COMPTE    TO VIR-NUM-COMPTE
            STRING 'RETOUR PRL ' WS-RMB-CODE-RETOUR
                DELIMITED BY SIZE INTO VIR-LIBELLE
            MOVE WS-RMB-MONTANT       TO VIR-MONTANT
            MOVE 'CR'                 TO VIR-SENS
            MOVE 'RPR'                TO VIR-NATURE
            MOVE WS-DATE-TRT          TO VIR-DATE
            MOVE WS-RMB-REFERENCE     TO VIR-REFERENCE
            MOVE WS-RMB-CREANCIER     TO VIR-CREANCIER
            MOVE WS-RMB-REF-CREANCIER TO VIR-REF-CREANCIER
            MOVE WS-RMB-CODE-RETOUR   TO VIR-CODE-RETOUR
            WRITE ENR-VIRSOR

            ADD 1 TO WS-NB-REMBOURSES
            ADD WS-RMB-MONTANT TO WS-MT-REMBOURSES.

      * LA DEMANDE REMBOURSEE OU MISE EN ATTENTE DEVIENT UN DOSSIER
       CREER-DOSSIER.
            IF WS-NB-DOSSIERS >= 2000
                DISPLAY 'FREMBDOS PLEIN - DOSSIER NON CONSERVE : '
                        WS-DEM-REFERENCE(WS-IDX-DEM)
            ELSE
                ADD 1 TO WS-NB-DOSSIERS
                SET WS-IDX-DOS TO WS-NB-DOSSIERS
                MOVE WS-DEM-REFERENCE(WS-IDX-DEM)
                    TO WS-DOS-REFERENCE(WS-IDX-DOS)
                MOVE WS-DEM-NUM-COMPTE(WS-IDX-DEM)
                    TO WS-DOS-NUM-COMPTE(WS-IDX-DOS)
                MOVE WS-DEM-TYPE(WS-IDX-DEM)
                    TO WS-DOS-TYPE(WS-IDX-DOS)
                MOVE WS-DEM-DATE(WS-IDX-DEM)
                    TO WS-DOS-DATE-DEMANDE(WS-IDX-DOS)
                MOVE WS-DEM-DEB-DATE(WS-IDX-DEM)
                    TO WS-DOS-DATE-DEBIT(WS-IDX-DOS)
                MOVE WS-DEM-DEB-MONTANT(WS-IDX-DEM)
                    TO WS-DOS-MONTANT(WS-IDX-DOS)
                MOVE WS-DEM-CREANCIER(WS-IDX-DEM)
                    TO WS-DOS-CREANCIER(WS-IDX-DOS)
                MOVE WS-DEM-REF-CREANCIER(WS-IDX-DEM)
                    TO WS-DOS-REF-CREANCIER(WS-IDX-DOS)
                MOVE WS-DEM-DEB-LIBELLE(WS-IDX-DEM)
                    TO WS-DOS-LIBELLE(WS-IDX-DOS)
                MOVE WS-DEM-RESULTAT(WS-IDX-DEM)
                    TO WS-DOS-STATUT(WS-IDX-DOS)
                MOVE SPACES TO WS-DOS-MOTIF(WS-IDX-DOS)
                MOVE WS-DATE-TRT TO WS-DOS-DATE-STATUT(WS-IDX-DOS)
                MOVE SPACES TO WS-DOS-SUPERVISEUR(WS-IDX-DOS)
                MOVE WS-DEM-MANDAT(WS-IDX-DEM)
                    TO WS-DOS-MANDAT(WS-IDX-DOS)
            END-IF.

       SAUVER-DOSSIERS.
            OPEN OUTPUT F-DOSSIER
            IF WS-FS-DOS NOT = '00'
                DISPLAY 'ERREUR REECRITURE FREMBDOS : ' WS-FS-DOS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM VARYING WS-IDX-DOS FROM 1 BY 1
                    UNTIL WS-IDX-DOS > WS-NB-DOSSIERS
                PERFORM CONTROLER-ECHEANCE
                IF WS-DOSSIER-ECHU = 1
                    ADD 1 TO WS-NB-PURGES
                ELSE
                    MOVE SPACES TO ENR-DOSSIER
                    MOVE WS-DOSSIER(WS-IDX-DOS) TO ENR-DOSSIER
                    WRITE ENR-DOSSIER
                END-IF
            END-PERFORM
            CLOSE F-DOSSIER.

      * UN DOSSIER CLOS ('R' OU 'J') N'EST PLUS UTILE AU CONTROLE DES
      * DOUBLONS UNE FOIS PASSE LE DELAI 'N' DE SON DEBIT (MEME CALCUL
      * QUE CONTROLER-DELAI) ; UN DOSSIER EN ATTENTE EST TOUJOURS GARDE
       CONTROLER-ECHEANCE.
            MOVE 0 TO WS-DOSSIER-ECHU
            IF WS-DOS-STATUT(WS-IDX-DOS) = 'R'
                OR WS-DOS-STATUT(WS-IDX-DOS) = 'J'
                MOVE 0 TO WS-DATE-NUM
                MOVE WS-DOS-DATE-DEBIT(WS-IDX-DOS) TO WS-DATE-ISO
                PERFORM CONVERTIR-DATE
                IF WS-DATE-NUM NOT = 0
                    PERFORM CALCULER-LIMITE-NAUT
                    IF WS-DATE-JOUR > WS-DATE-LIMITE
                        MOVE 1 TO WS-DOSSIER-ECHU
                    END-IF
                END-IF
            END-IF.

      * FILE DU SUPERVISEUR : TOUS LES DOSSIERS EN ATTENTE
       EDITER-FILE-SUPERVISEUR.
            OPEN OUTPUT F-SUPERV
            MOVE WS-DATE-TRT TO WS-TSU-DATE
            WRITE ENR-SUPERV FROM WS-LIGNE-SEP
            WRITE ENR-SUPERV FROM WS-LIGNE-TITRE-SUP
            WRITE ENR-SUPERV FROM WS-LIGNE-SEP
            WRITE ENR-SUPERV FROM WS-LIGNE-ENTETE-SUP
            WRITE ENR-SUPERV FROM WS-LIGNE-TIRETS
            PERFORM VARYING WS-IDX-DOS FROM 1 BY 1
                    UNTIL WS-IDX-DOS > WS-NB-DOSSIERS
                IF WS-DOS-STATUT(WS-IDX-DOS) = 'A'
                    ADD 1 TO WS-NB-ATTENTE-TOTAL
                    MOVE WS-DOS-REFERENCE(WS-IDX-DOS)
                        TO WS-LSU-REFERENCE
                    MOVE WS-DOS-NUM-COMPTE(WS-IDX-DOS)
                        TO WS-LSU-COMPTE
                    MOVE WS-DOS-DATE-DEBIT(WS-IDX-DOS)
                        TO WS-LSU-DATE-DEBIT
                    MOVE WS-DOS-MONTANT(WS-IDX-DOS)
                        TO WS-LSU-MONTANT
                    MOVE WS-DOS-CREANCIER(WS-IDX-DOS)
                        TO WS-LSU-CREANCIER
                    MOVE WS-DOS-DATE-DEMANDE(WS-IDX-DOS)
                        TO WS-LSU-DATE-DEMANDE
                    IF WS-DOS-MANDAT(WS-IDX-DOS) = 'O'
                        MOVE 'MANDAT VALIDE' TO WS-LSU-MANDAT
                    ELSE
                        MOVE 'SANS MANDAT' TO WS-LSU-MANDAT
                    END-IF
                    WRITE ENR-SUPERV FROM WS-LIGNE-SUPERV
                    WRITE ENR-SUPERV FROM WS-LIGNE-VISA
                END-IF
            END-PERFORM
            IF WS-NB-ATTENTE-TOTAL = 0
                WRITE ENR-SUPERV FROM WS-LIGNE-RIEN
            END-IF
            WRITE ENR-SUPERV FROM WS-LIGNE-SEP
            CLOSE F-SUPERV.

      * ETAT : DEMANDES DU JOUR, PUIS TAUX DE REMBOURSEMENT PAR
      * CREANCIER (DOSSIERS GARDES AU REGISTRE : LES DOSSIERS PURGES
      * CE JOUR SONT ENCORE EN TABLE ET SONT ECARTES)
       EDITER-ETAT.
            OPEN OUTPUT F-EDITION
            MOVE WS-DATE-TRT TO WS-TIT-DATE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            WRITE ENR-EDITION FROM WS-LIGNE-TITRE
            WRITE ENR-EDITION FROM WS-LIGNE-SEP

            MOVE 'DEMANDES DU JOUR' TO WS-SEC-LIBELLE
            WRITE ENR-EDITION FROM WS-LIGNE-SECTION
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-DEM
            PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                    UNTIL WS-IDX-DEM > WS-NB-DEMANDES
                PERFORM EDITER-DEMANDE
            END-PERFORM
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            PERFORM VARYING WS-IDX-DOS FROM 1 BY 1
                    UNTIL WS-IDX-DOS > WS-NB-DOSSIERS
                PERFORM CONTROLER-ECHEANCE
                IF (WS-DOS-STATUT(WS-IDX-DOS) = 'R'
                    OR WS-DOS-STATUT(WS-IDX-DOS) = 'A')
                    AND WS-DOSSIER-ECHU = 0
                    MOVE WS-DOS-CREANCIER(WS-IDX-DOS)
                        TO WS-CODE-CREANCIER
                    PERFORM CHERCHER-CREANCIER
                    IF WS-CREANCIER-TROUVE = 1
                        IF WS-DOS-STATUT(WS-IDX-DOS) = 'R'
                            ADD 1 TO WS-CRE-NB-REMB(WS-IDX-CRE)
                            ADD WS-DOS-MONTANT(WS-IDX-DOS)
                                TO WS-CRE-MT-REMB(WS-IDX-CRE)
                        ELSE
                            ADD 1 TO WS-CRE-NB-ATTENTE(WS-IDX-CRE)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM

            MOVE 'TAUX DE REMBOURSEMENT PAR CREANCIER' TO WS-SEC-LIBELLE
            WRITE ENR-EDITION FROM WS-LIGNE-SECTION
            WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-CRE
            PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                    UNTIL WS-IDX-CRE > WS-NB-CREANCIERS
                MOVE WS-CRE-CODE(WS-IDX-CRE)       TO WS-LCR-CODE
                MOVE WS-CRE-NB-DEBITS(WS-IDX-CRE)  TO WS-LCR-NB-DEBITS
                MOVE WS-CRE-NB-REMB(WS-IDX-CRE)    TO WS-LCR-NB-REMB
                MOVE WS-CRE-NB-ATTENTE(WS-IDX-CRE) TO WS-LCR-NB-ATTENTE
                MOVE WS-CRE-MT-REMB(WS-IDX-CRE)    TO WS-LCR-MT-REMB
                MOVE 0 TO WS-TAUX
                IF WS-CRE-NB-DEBITS(WS-IDX-CRE) > 0
                    COMPUTE WS-TAUX ROUNDED =
                        WS-CRE-NB-REMB(WS-IDX-CRE) * 100
                        / WS-CRE-NB-DEBITS(WS-IDX-CRE)
                END-IF
                MOVE WS-TAUX TO WS-LCR-TAUX
                WRITE ENR-EDITION FROM WS-LIGNE-CREANCIER
            END-PERFORM
            WRITE ENR-EDITION FROM WS-LIGNE-VIDE

            WRITE ENR-EDITION FROM WS-LIGNE-TIRETS
            MOVE 'DEMANDES LUES                           :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-LUES TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'PRELEVEMENTS REMBOURSES (DONT DECISIONS):'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-REMBOURSES TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'DECISIONS DU SUPERVISEUR APPLIQUEES     :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-DECISIONS TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'DEMANDES MISES EN ATTENTE DU SUPERVISEUR:'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-EN-ATTENTE TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'DEMANDES REFUSEES                       :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-REFUSEES TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            MOVE 'DOSSIERS EN ATTENTE AU TOTAL            :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-ATTENTE-TOTAL TO WS-LCO-NB
            WRITE ENR-EDITION FROM WS-LIGNE-COMPTEUR
            WRITE ENR-EDITION FROM WS-LIGNE-SEP
            CLOSE F-EDITION.

       EDITER-DEMANDE.
            MOVE WS-DEM-REFERENCE(WS-IDX-DEM)  TO WS-LDE-REFERENCE
            MOVE WS-DEM-NUM-COMPTE(WS-IDX-DEM) TO WS-LDE-COMPTE
            MOVE WS-DEM-TYPE(WS-IDX-DEM)       TO WS-LDE-TYPE
            MOVE WS-DEM-DEB-DATE(WS-IDX-DEM)   TO WS-LDE-DATE
            MOVE WS-DEM-DEB-MONTANT(WS-IDX-DEM) TO WS-LDE-MONTANT
            MOVE WS-DEM-CREANCIER(WS-IDX-DEM)  TO WS-LDE-CREANCIER
            EVALUATE WS-DEM-RESULTAT(WS-IDX-DEM)
                WHEN 'R'
                    MOVE 'REMBOURSE' TO WS-LDE-RESULTAT
                WHEN 'A'
                    MOVE 'EN ATTENTE DU SUPERVISEUR'
                        TO WS-LDE-RESULTAT
                WHEN 'D'
                    MOVE 'NON TRAITEE - REGISTRE PLEIN'
                        TO WS-LDE-RESULTAT
                WHEN OTHER
                    MOVE SPACES TO WS-LDE-RESULTAT
                    STRING 'REFUSE ' WS-DEM-MOTIF(WS-IDX-DEM)
                        DELIMITED BY SIZE INTO WS-LDE-RESULTAT
            END-EVALUATE
            WRITE ENR-EDITION FROM WS-LIGNE-DEMANDE.

      * DECLARATION DANS LE FICHIER DE CONTROLE COMMUN (PJ29CTRL) :
      * LUES DE FREMBDEM, CREDITS ECRITS DANS FMOUV
       ECRIRE-CONTROLES.
            OPEN EXTEND F-CONTROLE
            IF WS-FS-CTRL = '35'
                CLOSE F-CONTROLE
                OPEN OUTPUT F-CONTROLE
            END-IF

            MOVE SPACES TO ENR-CONTROLE
            MOVE 'PJ56REMB' TO CTL-PROGRAMME
            MOVE 'FMOUV   ' TO CTL-FICHIER
            MOVE 'S' TO CTL-SENS
            MOVE WS-NB-REMBOURSES TO CTL-NB-ENR
            MOVE WS-MT-REMBOURSES TO CTL-MONTANT
            WRITE ENR-CONTROLE

            CLOSE F-CONTROLE.
