      ******************************************************************
      * Programme : CREDDECV - Decaissement des credits accordes
      *             (batch quotidien)
      * Fonction  : Verser les credits ordonnes sur le compte de paie
      *             des employes et lister les credits accordes qui
      *             ne sont pas encore verses
      *
      * Parcourt les ordres de decaissement CREDDEC (ecrits par
      * DEMVAL, contresignes par DECTRT au dela du seuil) :
      *   - ordre 'O' dont la date de financement est atteinte : le
      *     compte de paie de l'employe est lu dans EMPCPT (meme
      *     regle que PAYVIRT) :
      *       compte interne ('I') : credit nature 'PRT', sens 'CR'
      *       ajoute a FMOUV sur le compte chaine (CPTXREF lu a
      *       l'envers), reporte dans COMPTE par CHNRETR ;
      *       compte externe ('E') : virement nature 'VIR', sens
      *       'DB', vers l'IBAN, depose dans FVIRSOR (PJ38EXTR) ;
      *     l'ordre passe 'V' avec la date de versement et le compte
      *     credite. Un montant superieur a 999 999,99 est emis en
      *     plusieurs tranches (dessin 80 octets de la chaine).
      *     Sans compte de paie, ou compte interne non relie a la
      *     chaine, l'ordre reste 'O' et est rejete au rapport ;
      *   - tout ordre encore 'S' ou 'O' apres ce passage figure
      *     sur la liste quotidienne FDECLST des credits accordes non
      *     verses ; un ordre dont la date de financement est depassee
      *     y est marque echu.
      * Un credit dont l'offre CREDOFF n'est pas acceptee, ou dont le
      * delai de retractation court encore, n'est pas verse : il
      * reste sur la liste avec l'etat de son offre. Un credit sans
      * offre (registre absent ou credit anterieur) est verse comme
      * avant.
      * Les credits ajoutes a FMOUV sont declares dans FCONTROL
      * (PJ29CTRL). Rejet ou ordre echu : RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDDECV.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CREDDEC ASSIGN TO CREDDEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEC-CLE
               FILE STATUS IS WS-FS-DEC.

           SELECT F-EMPCPT ASSIGN TO EMPCPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECP-ID
               FILE STATUS IS WS-FS-ECP.

           SELECT F-EMPLOYE ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-XREF ASSIGN TO CPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-NUM-CHAINE
               FILE STATUS IS WS-FS-XRF.

           SELECT F-MOUV ASSIGN TO FMOUV
               FILE STATUS IS WS-FS-MOUV.

           SELECT OPTIONAL F-VIRSOR ASSIGN TO FVIRSOR
               FILE STATUS IS WS-FS-VIR.

           SELECT F-CONTROLE ASSIGN TO FCONTROL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT F-CREDOFF ASSIGN TO CREDOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OFF-CLE
               FILE STATUS IS WS-FS-OFF.

           SELECT F-LISTE ASSIGN TO FDECLST
               FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.

      *─── Ordres de decaissement (cf. copybook CREDDEC) ──────────────
       FD  F-CREDDEC.
       01  ENR-CREDDEC.
           05  DEC-CLE.
               10  DEC-ID-EMPL     PIC X(6).
               10  DEC-NUM-CREDIT  PIC 9(2).
           05  DEC-STATUT          PIC X(1).
           05  DEC-DEM-SEQ         PIC 9(3).
           05  DEC-MONTANT         PIC 9(7)V99 COMP-3.
           05  DEC-DATE-FINANCEMENT PIC 9(8).
           05  DEC-VALIDEUR        PIC X(8).
           05  DEC-DATE-VALIDATION PIC 9(7).
           05  DEC-SIGNATAIRE      PIC X(8).
           05  DEC-DATE-SIGNATURE  PIC 9(7).
           05  DEC-DATE-VERSEMENT  PIC 9(8).
           05  DEC-TYPE-COMPTE     PIC X(1).
           05  DEC-COMPTE          PIC X(27).
           05  FILLER              PIC X(9).

       FD  F-EMPCPT.
       01  ENR-EMPCPT.
           05  ECP-ID              PIC X(6).
           05  ECP-TYPE            PIC X(1).
           05  ECP-COMPTE          PIC X(11).
           05  ECP-IBAN            PIC X(27).
           05  ECP-TITULAIRE       PIC X(30).
           05  ECP-DATE-MAJ        PIC X(8).
           05  ECP-AUTEUR          PIC X(8).
           05  FILLER              PIC X(9).

       FD  F-EMPLOYE.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(30).
           05  EMP-DEPT            PIC X(10).
           05  EMP-SALAIRE         PIC 9(7)V99 COMP-3.
           05  EMP-ETAT-CRED       PIC X(1).

       FD  F-XREF.
       01  ENR-XREF.
           05  XRF-NUM-CHAINE      PIC 9(3).
           05  XRF-CPT-NUM         PIC X(11).
           05  XRF-DATE-MAJ        PIC X(8).
           05  XRF-AUTEUR          PIC X(8).
           05  FILLER              PIC X(10).

      *─── Mouvements d'entree de la chaine (dessin 80 octets) ────────
       FD  F-MOUV.
       01  ENR-MOUV.
           05  MOUV-NUM-COMPTE     PIC 9(03).
           05  MOUV-LIBELLE        PIC X(15).
           05  MOUV-MONTANT        PIC S9(06)V99.
           05  MOUV-SENS           PIC X(02).
           05  MOUV-NATURE         PIC X(03).
           05  MOUV-DATE           PIC X(10).
           05  FILLER              PIC X(39).

      *─── Virements interbancaires sortants (joints par PJ38EXTR) ────
       FD  F-VIRSOR.
       01  ENR-VIRSOR.
           05  VIR-NUM-COMPTE      PIC 9(03).
           05  VIR-LIBELLE         PIC X(15).
           05  VIR-MONTANT         PIC S9(06)V99.
           05  VIR-SENS            PIC X(02).
           05  VIR-NATURE          PIC X(03).
           05  VIR-DATE            PIC X(10).
           05  FILLER              PIC X(02).
           05  VIR-REFERENCE       PIC 9(8).
           05  VIR-AGENCE          PIC X(2).
           05  VIR-IBAN            PIC X(27).

       FD  F-CONTROLE.
       01  ENR-CONTROLE.
           05  CTL-PROGRAMME       PIC X(08).
           05  CTL-FICHIER         PIC X(08).
           05  CTL-SENS            PIC X(01).
           05  CTL-NB-ENR          PIC 9(07).
           05  CTL-MONTANT         PIC S9(13)V99.
           05  FILLER              PIC X(41).

      *─── Offres de credit (cf. copybook CREDOFF) ────────────────────
       FD  F-CREDOFF.
       01  ENR-CREDOFF.
           05  OFF-CLE             PIC X(8).
           05  OFF-STATUT          PIC X(1).
           05  OFF-DATE-EMISSION   PIC 9(8).
           05  OFF-DATE-LIMITE     PIC 9(8).
           05  OFF-DATE-EDITION    PIC 9(8).
           05  OFF-DATE-ACCEPTATION PIC 9(8).
           05  OFF-DATE-FIN-RETRACT PIC 9(8).
           05  FILLER              PIC X(51).

       FD  F-LISTE.
       01  ENR-LISTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-DEC               PIC XX.
       01  WS-FS-ECP               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-XRF               PIC XX.
       01  WS-FS-MOUV              PIC XX.
       01  WS-FS-VIR               PIC XX.
       01  WS-FS-CTRL              PIC XX.
       01  WS-FS-LST               PIC XX.
       01  WS-FS-OFF               PIC XX.

      *─── Offre du credit : 'S' sans offre, 'P' versable, 'E' emise
      *    non acceptee, 'R' en retractation, 'C' close ──────────────
       01  WS-REGISTRE-OFFRES      PIC 9 VALUE 0.
       01  WS-ETAT-OFFRE           PIC X(1) VALUE 'S'.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-JX                   PIC 9(4) VALUE 0.
       01  WS-NUM-CHAINE           PIC 9(3) VALUE 0.
       01  WS-MOTIF                PIC X(30) VALUE SPACES.

      *─── Correspondance compte chaine / compte guichet (CPTXREF) ────
       01  WS-NB-XREF              PIC 9(4) VALUE 0.
       01  WS-TAB-XREF.
           05  WS-XRF OCCURS 999 TIMES.
               10  WS-XRF-CHAINE   PIC 9(3).
               10  WS-XRF-COMPTE   PIC X(11).

      *─── Date du jour : AAAAMMJJ et AAAA-MM-JJ de la chaine ─────────
       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-VERSEMENT       PIC X(10) VALUE SPACES.

      *─── Tranches du versement en cours ─────────────────────────────
       01  WS-RESTE                PIC 9(7)V99 VALUE 0.
       01  WS-TRANCHE              PIC 9(6)V99 VALUE 0.
       01  WS-TRANCHE-MAX          PIC 9(6)V99 VALUE 999999.99.
       01  WS-LIBELLE-VERSEMENT    PIC X(15) VALUE SPACES.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(5) VALUE 0.
       01  WS-NB-INTERNES          PIC 9(5) VALUE 0.
       01  WS-NB-EXTERNES          PIC 9(5) VALUE 0.
       01  WS-NB-REJETS            PIC 9(5) VALUE 0.
       01  WS-NB-EN-ATTENTE        PIC 9(5) VALUE 0.
       01  WS-NB-ECHUS             PIC 9(5) VALUE 0.
       01  WS-NB-MOUV              PIC 9(7) VALUE 0.
       01  WS-MT-MOUV              PIC S9(13)V99 VALUE 0.
       01  WS-NB-VIRSOR            PIC 9(7) VALUE 0.
       01  WS-TOT-VERSE            PIC 9(11)V99 VALUE 0.
       01  WS-TOT-EN-ATTENTE       PIC 9(11)V99 VALUE 0.

       01  WS-ED-MONTANT           PIC Z(8)9.99.

      *─── Lignes de la liste des credits accordes non verses ─────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.

       01  WS-LIGNE-TITRE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE '*** CREDITS ACCORDES NON ENCORE VERSES ***'.
           05  FILLER              PIC X(8) VALUE ' AU '.
           05  WS-TIT-DATE         PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.

       01  WS-LIGNE-ENTETE.
           05  FILLER              PIC X(40)
               VALUE 'EMPL.   NOM                            '.
           05  FILLER              PIC X(40)
               VALUE 'CR     MONTANT FINANCEM ETAT'.

       01  WS-LIGNE-DETAIL.
           05  WS-DET-ID           PIC X(6).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NOM          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DET-CREDIT       PIC 9(2).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DET-MONTANT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DET-DATE-FIN     PIC 9(8).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DET-ETAT         PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.

       01  WS-LIGNE-BILAN.
           05  FILLER              PIC X(20)
               VALUE 'CREDITS NON VERSES: '.
           05  WS-BIL-NB           PIC Z(4)9.
           05  FILLER              PIC X(10) VALUE '  ECHUS : '.
           05  WS-BIL-ECHUS        PIC Z(4)9.
           05  FILLER              PIC X(10) VALUE '  TOTAL : '.
           05  WS-BIL-MONTANT      PIC Z(8)9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME CREDDECV'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-VERSEMENT
           PERFORM 1100-CHARGER-XREF

           OPEN I-O F-CREDDEC
           IF WS-FS-DEC NOT = '00'
               DISPLAY 'REGISTRE CREDDEC INDISPONIBLE : ' WS-FS-DEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-EMPCPT
           IF WS-FS-ECP NOT = '00'
               DISPLAY 'TABLE EMPCPT INDISPONIBLE : ' WS-FS-ECP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CREDOFF
           IF WS-FS-OFF = '00'
               MOVE 1 TO WS-REGISTRE-OFFRES
           ELSE
               DISPLAY 'REGISTRE CREDOFF ABSENT - AUCUNE OFFRE'
           END-IF
           OPEN INPUT F-EMPLOYE
           IF WS-FS-EMP NOT = '00'
               DISPLAY 'FICHIER EMPLOYE INDISPONIBLE : ' WS-FS-EMP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND F-MOUV
           IF WS-FS-MOUV = '35'
               OPEN OUTPUT F-MOUV
           END-IF
           IF WS-FS-MOUV NOT = '00'
               DISPLAY 'FICHIER FMOUV INDISPONIBLE : ' WS-FS-MOUV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND F-VIRSOR
           IF WS-FS-VIR NOT = '00' AND WS-FS-VIR NOT = '05'
               DISPLAY 'FICHIER FVIRSOR INDISPONIBLE : ' WS-FS-VIR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-LISTE

           MOVE WS-DATE-JOUR-N TO WS-TIT-DATE
           WRITE ENR-LISTE FROM WS-LIGNE-SEP
           WRITE ENR-LISTE FROM WS-LIGNE-TITRE
           WRITE ENR-LISTE FROM WS-LIGNE-SEP
           WRITE ENR-LISTE FROM WS-LIGNE-ENTETE

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CREDDEC NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 2000-TRAITER-ORDRE THRU 2000-EXIT
               END-READ
           END-PERFORM

           MOVE WS-NB-EN-ATTENTE  TO WS-BIL-NB
           MOVE WS-NB-ECHUS       TO WS-BIL-ECHUS
           MOVE WS-TOT-EN-ATTENTE TO WS-BIL-MONTANT
           WRITE ENR-LISTE FROM WS-LIGNE-VIDE
           WRITE ENR-LISTE FROM WS-LIGNE-BILAN
           WRITE ENR-LISTE FROM WS-LIGNE-SEP

           CLOSE F-CREDDEC
           CLOSE F-EMPCPT
           CLOSE F-EMPLOYE
           IF WS-REGISTRE-OFFRES = 1
               CLOSE F-CREDOFF
           END-IF
           CLOSE F-MOUV
           CLOSE F-VIRSOR
           CLOSE F-LISTE

           PERFORM 4000-ECRIRE-CONTROLE

           MOVE WS-TOT-VERSE TO WS-ED-MONTANT
           DISPLAY 'ORDRES LUS            : ' WS-NB-LUS
           DISPLAY 'VERSES EN INTERNE     : ' WS-NB-INTERNES
           DISPLAY 'VERSES EN EXTERNE     : ' WS-NB-EXTERNES
           DISPLAY 'MONTANT VERSE         : ' WS-ED-MONTANT
           DISPLAY 'MOUVEMENTS FMOUV      : ' WS-NB-MOUV
           DISPLAY 'VIREMENTS FVIRSOR     : ' WS-NB-VIRSOR
           DISPLAY 'VERSEMENTS REJETES    : ' WS-NB-REJETS
           DISPLAY 'CREDITS NON VERSES    : ' WS-NB-EN-ATTENTE
           DISPLAY 'DONT FINANCEMENT ECHU : ' WS-NB-ECHUS
           IF WS-NB-REJETS > 0 OR WS-NB-ECHUS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME CREDDECV'
           GOBACK.

      ******************************************************************
      * 1100-CHARGER-XREF : correspondance CPTXREF en table. Sans
      * elle, les versements sur compte interne sont tous rejetes.
      ******************************************************************
       1100-CHARGER-XREF.

           MOVE 0 TO WS-NB-XREF
           OPEN INPUT F-XREF
           IF WS-FS-XRF NOT = '00'
               DISPLAY 'CORRESPONDANCE CPTXREF INDISPONIBLE : '
                       WS-FS-XRF
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-XREF NEXT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-NB-XREF < 999
                               ADD 1 TO WS-NB-XREF
                               MOVE XRF-NUM-CHAINE
                                   TO WS-XRF-CHAINE(WS-NB-XREF)
                               MOVE XRF-CPT-NUM
                                   TO WS-XRF-COMPTE(WS-NB-XREF)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF
               CLOSE F-XREF
           END-IF
           DISPLAY 'CORRESPONDANCES CHARGEES : ' WS-NB-XREF.

      ******************************************************************
      * 2000-TRAITER-ORDRE : versement de l'ordre echu, puis liste de
      * ce qui reste a verser
      ******************************************************************
       2000-TRAITER-ORDRE.

           PERFORM 2050-LIRE-OFFRE

           IF DEC-STATUT = 'O'
              AND DEC-DATE-FINANCEMENT <= WS-DATE-JOUR-N
              AND (WS-ETAT-OFFRE = 'S' OR WS-ETAT-OFFRE = 'P')
               PERFORM 2100-VERSER-CREDIT THRU 2100-EXIT
           END-IF

           IF DEC-STATUT = 'S' OR DEC-STATUT = 'O'
               PERFORM 3000-LISTER-EN-ATTENTE
           END-IF.

       2000-EXIT.
           EXIT.

      *─── Etat de l'offre : versable seulement acceptee et hors du
      *    delai de retractation ─────────────────────────────────────
       2050-LIRE-OFFRE.

           MOVE 'S' TO WS-ETAT-OFFRE
           IF WS-REGISTRE-OFFRES = 1
               MOVE DEC-CLE TO OFF-CLE
               READ F-CREDOFF
                   INVALID KEY
                       MOVE 'S' TO WS-ETAT-OFFRE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OFF-STATUT = 'E'
                               MOVE 'E' TO WS-ETAT-OFFRE
                           WHEN OFF-STATUT = 'A'
                            AND OFF-DATE-FIN-RETRACT < WS-DATE-JOUR-N
                               MOVE 'P' TO WS-ETAT-OFFRE
                           WHEN OFF-STATUT = 'A'
                               MOVE 'R' TO WS-ETAT-OFFRE
                           WHEN OTHER
                               MOVE 'C' TO WS-ETAT-OFFRE
                       END-EVALUATE
               END-READ
           END-IF.

      ******************************************************************
      * 2100-VERSER-CREDIT : credit du compte de paie de l'employe ;
      * l'ordre passe verse
      ******************************************************************
       2100-VERSER-CREDIT.

           MOVE DEC-ID-EMPL TO ECP-ID
           READ F-EMPCPT
               INVALID KEY
                   MOVE 'SANS COMPTE DE PAIE' TO WS-MOTIF
                   GO TO 2100-REJET
           END-READ

           MOVE SPACES TO WS-LIBELLE-VERSEMENT
           STRING 'PRET ' DEC-ID-EMPL '-' DEC-NUM-CREDIT
               DELIMITED BY SIZE INTO WS-LIBELLE-VERSEMENT

           IF ECP-TYPE = 'E'
               MOVE DEC-MONTANT TO WS-RESTE
               PERFORM 3500-ECRIRE-VIREMENT UNTIL WS-RESTE = 0
               ADD 1 TO WS-NB-EXTERNES
               MOVE ECP-IBAN TO DEC-COMPTE
               GO TO 2100-ACTER
           END-IF

      *─── Compte interne : le compte chaine est retrouve en lisant la
      *    correspondance a l'envers ──────────────────────────────────
           MOVE 0 TO WS-NUM-CHAINE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-XREF OR WS-NUM-CHAINE > 0
               IF WS-XRF-COMPTE(WS-JX) = ECP-COMPTE
                   MOVE WS-XRF-CHAINE(WS-JX) TO WS-NUM-CHAINE
               END-IF
           END-PERFORM
           IF WS-NUM-CHAINE = 0
               MOVE 'COMPTE NON RELIE A LA CHAINE' TO WS-MOTIF
               GO TO 2100-REJET
           END-IF

           MOVE DEC-MONTANT TO WS-RESTE
           PERFORM 3200-ECRIRE-MOUVEMENT UNTIL WS-RESTE = 0
           ADD 1 TO WS-NB-INTERNES
           MOVE ECP-COMPTE TO DEC-COMPTE.

       2100-ACTER.
           MOVE 'V'            TO DEC-STATUT
           MOVE WS-DATE-JOUR-N TO DEC-DATE-VERSEMENT
           MOVE ECP-TYPE       TO DEC-TYPE-COMPTE
           REWRITE ENR-CREDDEC
           IF WS-FS-DEC NOT = '00'
               DISPLAY 'ERREUR MAJ CREDDEC ' DEC-CLE ' : ' WS-FS-DEC
           END-IF
           ADD DEC-MONTANT TO WS-TOT-VERSE
           GO TO 2100-EXIT.

       2100-REJET.
           ADD 1 TO WS-NB-REJETS
           MOVE DEC-MONTANT TO WS-ED-MONTANT
           DISPLAY 'VERSEMENT REJETE ' DEC-ID-EMPL ' '
                   DEC-NUM-CREDIT ' ' WS-ED-MONTANT ' : ' WS-MOTIF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LISTER-EN-ATTENTE : credit accorde non verse sur la liste
      * quotidienne ; financement depasse = echu
      ******************************************************************
       3000-LISTER-EN-ATTENTE.

           MOVE DEC-ID-EMPL TO EMP-ID
           READ F-EMPLOYE
               INVALID KEY
                   MOVE 'INCONNU' TO EMP-NAME
           END-READ

           MOVE DEC-ID-EMPL          TO WS-DET-ID
           MOVE EMP-NAME             TO WS-DET-NOM
           MOVE DEC-NUM-CREDIT       TO WS-DET-CREDIT
           MOVE DEC-MONTANT          TO WS-DET-MONTANT
           MOVE DEC-DATE-FINANCEMENT TO WS-DET-DATE-FIN
           EVALUATE TRUE
               WHEN DEC-STATUT = 'S'
                AND DEC-DATE-FINANCEMENT < WS-DATE-JOUR-N
                   MOVE 'SIGNATURE ECHUE' TO WS-DET-ETAT
                   ADD 1 TO WS-NB-ECHUS
               WHEN DEC-STATUT = 'S'
                   MOVE 'A CONTRESIGNER'  TO WS-DET-ETAT
               WHEN WS-ETAT-OFFRE = 'E'
                   MOVE 'OFFRE EMISE'     TO WS-DET-ETAT
               WHEN WS-ETAT-OFFRE = 'R'
                   MOVE 'EN RETRACTATION' TO WS-DET-ETAT
               WHEN WS-ETAT-OFFRE = 'C'
                   MOVE 'OFFRE CLOSE'     TO WS-DET-ETAT
               WHEN DEC-DATE-FINANCEMENT <= WS-DATE-JOUR-N
                   MOVE 'VERSEM. REJETE'  TO WS-DET-ETAT
                   ADD 1 TO WS-NB-ECHUS
               WHEN OTHER
                   MOVE 'ORDONNE'         TO WS-DET-ETAT
           END-EVALUATE
           WRITE ENR-LISTE FROM WS-LIGNE-DETAIL

           ADD 1 TO WS-NB-EN-ATTENTE
           ADD DEC-MONTANT TO WS-TOT-EN-ATTENTE.

      ******************************************************************
      * 3200-ECRIRE-MOUVEMENT : une tranche du versement dans FMOUV
      * (compte chaine, nature PRT, sens CR)
      ******************************************************************
       3200-ECRIRE-MOUVEMENT.

           IF WS-RESTE > WS-TRANCHE-MAX
               MOVE WS-TRANCHE-MAX TO WS-TRANCHE
           ELSE
               MOVE WS-RESTE TO WS-TRANCHE
           END-IF
           SUBTRACT WS-TRANCHE FROM WS-RESTE

           MOVE SPACES               TO ENR-MOUV
           MOVE WS-NUM-CHAINE        TO MOUV-NUM-COMPTE
           MOVE WS-LIBELLE-VERSEMENT TO MOUV-LIBELLE
           MOVE WS-TRANCHE           TO MOUV-MONTANT
           MOVE 'CR'                 TO MOUV-SENS
           MOVE 'PRT'                TO MOUV-NATURE
           MOVE WS-DATE-VERSEMENT    TO MOUV-DATE
           WRITE ENR-MOUV
           IF WS-FS-MOUV NOT = '00'
               DISPLAY 'ERREUR ECRITURE FMOUV ' DEC-CLE
                       ' : ' WS-FS-MOUV
           ELSE
               ADD 1 TO WS-NB-MOUV
               ADD WS-TRANCHE TO WS-MT-MOUV
           END-IF.

      ******************************************************************
      * 3500-ECRIRE-VIREMENT : une tranche du versement vers l'IBAN
      * externe dans FVIRSOR
      ******************************************************************
       3500-ECRIRE-VIREMENT.

           IF WS-RESTE > WS-TRANCHE-MAX
               MOVE WS-TRANCHE-MAX TO WS-TRANCHE
           ELSE
               MOVE WS-RESTE TO WS-TRANCHE
           END-IF
           SUBTRACT WS-TRANCHE FROM WS-RESTE

           MOVE SPACES               TO ENR-VIRSOR
           MOVE 0                    TO VIR-NUM-COMPTE
           MOVE WS-LIBELLE-VERSEMENT TO VIR-LIBELLE
           MOVE WS-TRANCHE           TO VIR-MONTANT
           MOVE 'DB'                 TO VIR-SENS
           MOVE 'VIR'                TO VIR-NATURE
           MOVE WS-DATE-VERSEMENT    TO VIR-DATE
           ADD 1                     TO WS-NB-VIRSOR
           MOVE WS-NB-VIRSOR         TO VIR-REFERENCE
           MOVE ECP-IBAN             TO VIR-IBAN
           WRITE ENR-VIRSOR
           IF WS-FS-VIR NOT = '00'
               DISPLAY 'ERREUR ECRITURE FVIRSOR ' DEC-CLE
                       ' : ' WS-FS-VIR
               SUBTRACT 1 FROM WS-NB-VIRSOR
           END-IF.

      ******************************************************************
      * 4000-ECRIRE-CONTROLE : declaration dans le fichier de controle
      * commun (PJ29CTRL) de ce que le decaissement a ajoute a FMOUV
      ******************************************************************
       4000-ECRIRE-CONTROLE.

           OPEN EXTEND F-CONTROLE
           IF WS-FS-CTRL = '35'
               CLOSE F-CONTROLE
               OPEN OUTPUT F-CONTROLE
           END-IF
           MOVE SPACES      TO ENR-CONTROLE
           MOVE 'CREDDECV'  TO CTL-PROGRAMME
           MOVE 'FMOUV   '  TO CTL-FICHIER
           MOVE 'S'         TO CTL-SENS
           MOVE WS-NB-MOUV  TO CTL-NB-ENR
           MOVE WS-MT-MOUV  TO CTL-MONTANT
           WRITE ENR-CONTROLE
           CLOSE F-CONTROLE.
