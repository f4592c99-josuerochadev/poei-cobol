      ******************************************************************
      * Programme : SUCBAT - Successions (traitement de nuit)
      * Fonction  : Editer l'attestation de soldes au jour du deces
      *             et suspendre dans la chaine les ordres du defunt
      *
      * Passe chaque nuit sur les dossiers SUCCES ouverts au guichet
      * par SUCTRT (ligne 000 de chaque client) :
      *   - attestation a editer ('A') : pour chaque compte gele, le
      *     solde au soir du deces est reconstitue a partir du solde
      *     actuel en defaisant les mouvements MVTJRN dates apres
      *     le jour du deces (meme principe que
      *     SOLDHIST : un depot 'D' est retranche, un retrait 'R'
      *     rajoute). Le solde est range dans la ligne compte du
      *     dossier et l'attestation est imprimee dans FATTEST a
      *     l'attention du notaire ; le dossier passe a 'E' (date
      *     d'edition)
      *   - chaine a suspendre ('A') : pour chaque compte gele connu
      *     de la chaine (table de correspondance CPTXREF lue a
      *     l'envers), une transaction 'D' est ajoutee a FVPTRAN
      *     (virements permanents, PJ36VPER) et a FMANTRAN (mandats
      *     de prelevement, PJ37MAND) ; le dossier passe a 'S'.
      *     Un compte absent de CPTXREF n'a pas d'ordre dans la
      *     chaine et n'est pas une anomalie
      * Un fichier de transactions indisponible laisse le dossier a
      * 'A' : la suspension est retentee la nuit suivante (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCBAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SUCCES ASSIGN TO SUCCES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CLE
               FILE STATUS IS WS-FS-SUC.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-JOURNAL ASSIGN TO MVTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-XREF ASSIGN TO CPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-NUM-CHAINE
               FILE STATUS IS WS-FS-XRF.

           SELECT F-ATTEST ASSIGN TO FATTEST
               FILE STATUS IS WS-FS-ATT.

           SELECT F-VPTRAN ASSIGN TO FVPTRAN
               FILE STATUS IS WS-FS-VPT.

           SELECT F-MANTRAN ASSIGN TO FMANTRAN
               FILE STATUS IS WS-FS-MAN.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SUCCES.
       01  ENR-SUCCES.
           05  SUC-CLE.
               10  SUC-CLIENT      PIC X(6).
               10  SUC-LIGNE       PIC 9(3).
           05  SUC-TYPE-LIGNE      PIC X(1).
           05  SUC-DONNEES         PIC X(120).
           05  SUC-DOS REDEFINES SUC-DONNEES.
               10  SUC-DATE-DECES      PIC X(8).
               10  SUC-DATE-OUVERTURE  PIC X(8).
               10  SUC-AGENT-OUVERTURE PIC X(8).
               10  SUC-NOTAIRE         PIC X(25).
               10  SUC-STATUT          PIC X(1).
               10  SUC-DATE-REGLEMENT  PIC X(8).
               10  SUC-AGENT-REGLEMENT PIC X(8).
               10  SUC-NB-COMPTES      PIC 9(3).
               10  SUC-NB-CARTES       PIC 9(3).
               10  SUC-NB-CHEQUES      PIC 9(5).
               10  SUC-NB-ALERTES      PIC 9(3).
               10  SUC-TOTAL-VERSE     PIC 9(9)V99 COMP-3.
               10  SUC-DERNIERE-LIGNE  PIC 9(3).
               10  SUC-ATTESTATION     PIC X(1).
               10  SUC-DATE-ATTESTATION PIC X(8).
               10  SUC-CHAINE          PIC X(1).
               10  SUC-DATE-CHAINE     PIC X(8).
               10  FILLER              PIC X(13).
           05  SUC-CPT REDEFINES SUC-DONNEES.
               10  SUC-CPT-NUM         PIC X(11).
               10  SUC-CPT-SOLDE-GEL   PIC S9(9)V99 COMP-3.
               10  SUC-CPT-BLOCAGE     PIC 9(8).
               10  SUC-CPT-SOLDE-DECES PIC S9(9)V99 COMP-3.
               10  SUC-CPT-VERSE       PIC 9(9)V99 COMP-3.
               10  FILLER              PIC X(83).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  CPT-CLIENT          PIC X(6).
           05  CPT-TYPE            PIC X(1).
           05  CPT-LIBELLE         PIC X(20).
           05  CPT-SOLDE           PIC S9(9)V99 COMP-3.
           05  CPT-DATEOUV         PIC X(8).
           05  CPT-DATEDER         PIC X(8).
           05  CPT-DECOUVERT-AUT   PIC S9(7)V99 COMP-3.
           05  CPT-DECOUV-FIN      PIC X(8).
           05  CPT-VERSION         PIC 9(4).
           05  CPT-BANQUE          PIC X(5).
           05  CPT-GUICHET         PIC X(5).
           05  CPT-CLE-RIB         PIC X(2).

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-JOURNAL.
       01  ENR-JOURNAL.
           05  JRN-CLE.
               10  JRN-COMPTE      PIC X(11).
               10  JRN-DATE        PIC 9(7).
               10  JRN-HEURE       PIC 9(7).
           05  JRN-GUICHETIER      PIC X(8).
           05  JRN-SENS            PIC X(1).
           05  JRN-MONTANT         PIC 9(7)V99 COMP-3.
           05  JRN-SOLDE-APRES     PIC S9(9)V99 COMP-3.
           05  JRN-REFERENCE       PIC 9(8).

       FD  F-XREF.
       01  ENR-XREF.
           05  XRF-NUM-CHAINE      PIC 9(3).
           05  XRF-CPT-NUM         PIC X(11).
           05  XRF-DATE-MAJ        PIC X(8).
           05  XRF-AUTEUR          PIC X(8).
           05  FILLER              PIC X(10).

       FD  F-ATTEST.
       01  ENR-ATTEST              PIC X(80).

      *─── Transaction virements permanents, dessin FVPTRAN ───────────
       FD  F-VPTRAN.
       01  ENR-VPTRAN.
           05  VPT-CODE            PIC X(1).
           05  VPT-NUMERO          PIC 9(5).
           05  VPT-NUM-COMPTE      PIC 9(3).
           05  VPT-LIBELLE         PIC X(15).
           05  VPT-MONTANT         PIC S9(6)V99.
           05  VPT-SENS            PIC X(2).
           05  VPT-NATURE          PIC X(3).
           05  VPT-FREQUENCE       PIC X(1).
           05  VPT-DATE-PROCHAINE  PIC X(10).
           05  FILLER              PIC X(32).

      *─── Transaction mandats de prelevement, dessin FMANTRAN ────────
       FD  F-MANTRAN.
       01  ENR-MANTRAN.
           05  MNT-CODE            PIC X(1).
           05  MNT-NUM-COMPTE      PIC 9(3).
           05  MNT-CREANCIER       PIC X(8).
           05  MNT-PLAFOND         PIC 9(6)V99.
           05  FILLER              PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FS-SUC               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-XRF               PIC XX.
       01  WS-FS-ATT               PIC XX.
       01  WS-FS-VPT               PIC XX.
       01  WS-FS-MAN               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-EOF-JRN              PIC 9 VALUE 0.
       01  WS-CLIENT-OUVERT        PIC 9 VALUE 0.
       01  WS-CHAINE-OUVERTE       PIC 9 VALUE 0.
       01  WS-DOSSIER-MODIFIE      PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-EDIT            PIC X(10).

      *─── Date du deces au format du journal de caisse (0CYYDDD) ─────
       01  WS-DECES.
           05  WS-DECES-ANNEE      PIC 9(4).
           05  WS-DECES-MOIS       PIC 9(2).
           05  WS-DECES-JOUR       PIC 9(2).
       01  WS-DECES-N REDEFINES WS-DECES PIC 9(8).
       01  WS-DECES-EDIT           PIC X(10).
       01  WS-PREMIER-JANVIER      PIC 9(8) VALUE 0.
       01  WS-JRN-DECES            PIC 9(7) VALUE 0.

      *─── Dossier en cours ───────────────────────────────────────────
       01  WS-CLIENT-COURANT       PIC X(6).
       01  WS-NB-CPT               PIC 9(3) VALUE 0.
       01  WS-IX                   PIC 9(3) VALUE 0.
       01  WS-SOLDE                PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-DECES          PIC S9(11)V99 VALUE 0.
       01  WS-ATTEST-FAITE         PIC 9 VALUE 0.
       01  WS-CHAINE-FAITE         PIC 9 VALUE 0.

      *─── Correspondance chaine / guichet, lue a l'envers ────────────
       01  WS-NB-XREF              PIC 9(4) VALUE 0.
       01  WS-JX                   PIC 9(4) VALUE 0.
       01  WS-NUM-CHAINE           PIC 9(3) VALUE 0.
       01  WS-TAB-XREF.
           05  WS-XRF OCCURS 999 TIMES.
               10  WS-XRF-CHAINE   PIC 9(3).
               10  WS-XRF-COMPTE   PIC X(11).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-DOSSIERS          PIC 9(7) VALUE 0.
       01  WS-NB-ATTESTATIONS      PIC 9(7) VALUE 0.
       01  WS-NB-MVT-DEFAITS       PIC 9(7) VALUE 0.
       01  WS-NB-SUSPENSIONS       PIC 9(7) VALUE 0.
       01  WS-NB-TRANSACTIONS      PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(7) VALUE 0.

      *─── Lignes de l'attestation ────────────────────────────────────
       01  WS-ATT-DATE.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'LE : '.
           05  WS-ATT-ED-DATE      PIC X(10).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-ATT-DEST.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(25)
               VALUE 'A L''ATTENTION DE MAITRE '.
           05  WS-ATT-NOTAIRE      PIC X(25).

       01  WS-ATT-OBJET.
           05  FILLER              PIC X(80) VALUE
               'OBJET : ATTESTATION DE SOLDES AU JOUR DU DECES'.

       01  WS-ATT-DEFUNT.
           05  FILLER              PIC X(17)
               VALUE 'SUCCESSION DE : '.
           05  WS-ATT-NOM          PIC X(25).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-ATT-PRENOM       PIC X(20).
           05  FILLER              PIC X(9)
               VALUE ' CLIENT '.
           05  WS-ATT-CLIENT       PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.

       01  WS-ATT-DECES.
           05  FILLER              PIC X(17)
               VALUE 'DECEDE(E) LE : '.
           05  WS-ATT-ED-DECES     PIC X(10).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-ATT-CORPS.
           05  FILLER              PIC X(80) VALUE
               'NOUS ATTESTONS QUE LES COMPTES DU DEFUNT PRESENTAIENT'.

       01  WS-ATT-CORPS2.
           05  FILLER              PIC X(80) VALUE
               'LES SOLDES SUIVANTS AU SOIR DU DECES :'.

       01  WS-ATT-ENTETE.
           05  FILLER              PIC X(14) VALUE 'COMPTE'.
           05  FILLER              PIC X(22) VALUE 'LIBELLE'.
           05  FILLER              PIC X(44) VALUE 'SOLDE AU DECES'.

       01  WS-ATT-DETAIL.
           05  WS-ATT-COMPTE       PIC X(11).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-ATT-LIBELLE      PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ATT-SOLDE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4) VALUE ' EUR'.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-ATT-TOTAL.
           05  FILLER              PIC X(36)
               VALUE 'TOTAL DES AVOIRS AU JOUR DU DECES : '.
           05  WS-ATT-ED-TOTAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4) VALUE ' EUR'.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-ATT-MENTION.
           05  FILLER              PIC X(40)
               VALUE 'SOLDES ETABLIS APRES ANNULATION DES OPER'.
           05  FILLER              PIC X(40)
               VALUE 'ATIONS POSTERIEURES AU DECES.'.

       01  WS-ATT-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME SUCBAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           OPEN I-O F-SUCCES
           IF WS-FS-SUC = '35'
               DISPLAY 'AUCUN DOSSIER DE SUCCESSION'
               DISPLAY 'FIN DU PROGRAMME SUCBAT'
               GOBACK
           END-IF
           IF WS-FS-SUC NOT = '00'
               DISPLAY 'FICHIER SUCCES INDISPONIBLE : ' WS-FS-SUC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL MVTJRN INDISPONIBLE : ' WS-FS-JRN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *─── CLIENT facultatif : sans lui, attestation sans le nom ──────
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI = '00'
               MOVE 1 TO WS-CLIENT-OUVERT
           ELSE
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
           END-IF
           OPEN OUTPUT F-ATTEST

           PERFORM 0200-OUVRIR-CHAINE

      *─── Lignes 000 des dossiers ; apres chaque dossier, reprise au
      *    client suivant ──────────────────────────────────────────────
           MOVE LOW-VALUES TO SUC-CLE
           START F-SUCCES KEY IS NOT LESS THAN SUC-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ F-SUCCES NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SUC-LIGNE = 0
                           PERFORM 1000-TRAITER-DOSSIER THRU 1000-EXIT
                           PERFORM 1900-CLIENT-SUIVANT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-SUCCES
           CLOSE F-COMPTES
           CLOSE F-JOURNAL
           IF WS-CLIENT-OUVERT = 1
               CLOSE F-CLIENTS
           END-IF
           CLOSE F-ATTEST
           IF WS-CHAINE-OUVERTE = 1
               CLOSE F-VPTRAN
               CLOSE F-MANTRAN
           END-IF

           DISPLAY 'DOSSIERS LUS          : ' WS-NB-DOSSIERS
           DISPLAY 'ATTESTATIONS EDITEES  : ' WS-NB-ATTESTATIONS
           DISPLAY 'MOUVEMENTS DEFAITS    : ' WS-NB-MVT-DEFAITS
           DISPLAY 'DOSSIERS SUSPENDUS    : ' WS-NB-SUSPENSIONS
           DISPLAY 'TRANSACTIONS EMISES   : ' WS-NB-TRANSACTIONS
           DISPLAY 'ANOMALIES             : ' WS-NB-ANOMALIES
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME SUCBAT'
           GOBACK.

      ******************************************************************
      * 0200-OUVRIR-CHAINE : correspondance CPTXREF en table et
      * fichiers de transactions de la chaine en ajout. Sans eux,
      * les suspensions attendent la nuit suivante.
      ******************************************************************
       0200-OUVRIR-CHAINE.

           MOVE 0 TO WS-NB-XREF
           OPEN INPUT F-XREF
           IF WS-FS-XRF NOT = '00'
               DISPLAY 'CORRESPONDANCE CPTXREF INDISPONIBLE : '
                       WS-FS-XRF
               GO TO 0200-EXIT
           END-IF
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
           DISPLAY 'CORRESPONDANCES CHARGEES : ' WS-NB-XREF

           OPEN EXTEND F-VPTRAN
           IF WS-FS-VPT = '35'
               OPEN OUTPUT F-VPTRAN
           END-IF
           IF WS-FS-VPT NOT = '00'
               DISPLAY 'FICHIER FVPTRAN INDISPONIBLE : ' WS-FS-VPT
               GO TO 0200-EXIT
           END-IF
           OPEN EXTEND F-MANTRAN
           IF WS-FS-MAN = '35'
               OPEN OUTPUT F-MANTRAN
           END-IF
           IF WS-FS-MAN NOT = '00'
               DISPLAY 'FICHIER FMANTRAN INDISPONIBLE : ' WS-FS-MAN
               CLOSE F-VPTRAN
               GO TO 0200-EXIT
           END-IF
           MOVE 1 TO WS-CHAINE-OUVERTE.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * 1000-TRAITER-DOSSIER : ligne 000 lue ; attestation et/ou
      * suspension de la chaine
      ******************************************************************
       1000-TRAITER-DOSSIER.

           ADD 1 TO WS-NB-DOSSIERS
           MOVE SUC-CLIENT     TO WS-CLIENT-COURANT
           MOVE SUC-NB-COMPTES TO WS-NB-CPT
           MOVE 0 TO WS-ATTEST-FAITE
           MOVE 0 TO WS-CHAINE-FAITE

           IF SUC-ATTESTATION = 'A'
               PERFORM 2000-EDITER-ATTESTATION THRU 2000-EXIT
               MOVE WS-CLIENT-COURANT TO SUC-CLIENT
               MOVE 0 TO SUC-LIGNE
               READ F-SUCCES
                   INVALID KEY
                       DISPLAY 'DOSSIER PERDU : ' WS-CLIENT-COURANT
                       ADD 1 TO WS-NB-ANOMALIES
                       GO TO 1000-EXIT
               END-READ
           END-IF

           IF SUC-CHAINE = 'A' AND WS-CHAINE-OUVERTE = 1
               PERFORM 3000-SUSPENDRE-CHAINE THRU 3000-EXIT
               MOVE WS-CLIENT-COURANT TO SUC-CLIENT
               MOVE 0 TO SUC-LIGNE
               READ F-SUCCES
                   INVALID KEY
                       DISPLAY 'DOSSIER PERDU : ' WS-CLIENT-COURANT
                       ADD 1 TO WS-NB-ANOMALIES
                       GO TO 1000-EXIT
               END-READ
           ELSE
               IF SUC-CHAINE = 'A'
                   DISPLAY 'SUSPENSION DIFFEREE : CLIENT '
                           WS-CLIENT-COURANT
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF

           IF WS-ATTEST-FAITE = 1 OR WS-CHAINE-FAITE = 1
               IF WS-ATTEST-FAITE = 1
                   MOVE 'E'          TO SUC-ATTESTATION
                   MOVE WS-DATE-JOUR TO SUC-DATE-ATTESTATION
               END-IF
               IF WS-CHAINE-FAITE = 1
                   MOVE 'S'          TO SUC-CHAINE
                   MOVE WS-DATE-JOUR TO SUC-DATE-CHAINE
               END-IF
               REWRITE ENR-SUCCES
               IF WS-FS-SUC NOT = '00'
                   DISPLAY 'ERREUR MISE A JOUR DOSSIER '
                           WS-CLIENT-COURANT ' : ' WS-FS-SUC
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *─── Reprise apres le dernier enregistrement du client ──────────
       1900-CLIENT-SUIVANT.

           MOVE WS-CLIENT-COURANT TO SUC-CLIENT
           MOVE 999 TO SUC-LIGNE
           START F-SUCCES KEY IS GREATER THAN SUC-CLE
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.

      ******************************************************************
      * 2000-EDITER-ATTESTATION : solde au soir du deces de chaque
      * compte gele, range au dossier et imprime pour le notaire
      ******************************************************************
       2000-EDITER-ATTESTATION.

           MOVE SUC-DATE-DECES TO WS-DECES
           IF WS-DECES-N NOT NUMERIC
               DISPLAY 'DATE DE DECES INVALIDE : CLIENT '
                       WS-CLIENT-COURANT
               ADD 1 TO WS-NB-ANOMALIES
               GO TO 2000-EXIT
           END-IF
           STRING WS-DECES-JOUR '/' WS-DECES-MOIS '/' WS-DECES-ANNEE
               DELIMITED BY SIZE INTO WS-DECES-EDIT
           COMPUTE WS-PREMIER-JANVIER = WS-DECES-ANNEE * 10000 + 0101
           COMPUTE WS-JRN-DECES = (WS-DECES-ANNEE - 1900) * 1000
               + FUNCTION INTEGER-OF-DATE(WS-DECES-N)
               - FUNCTION INTEGER-OF-DATE(WS-PREMIER-JANVIER) + 1

           MOVE WS-DATE-EDIT      TO WS-ATT-ED-DATE
           MOVE SUC-NOTAIRE       TO WS-ATT-NOTAIRE
           MOVE WS-CLIENT-COURANT TO WS-ATT-CLIENT
           MOVE WS-DECES-EDIT     TO WS-ATT-ED-DECES
           MOVE SPACES TO WS-ATT-NOM
           MOVE SPACES TO WS-ATT-PRENOM
           IF WS-CLIENT-OUVERT = 1
               MOVE WS-CLIENT-COURANT TO CLI-NUM
               READ F-CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOM    TO WS-ATT-NOM
                       MOVE CLI-PRENOM TO WS-ATT-PRENOM
               END-READ
           END-IF

           WRITE ENR-ATTEST FROM WS-ATT-DATE
               AFTER ADVANCING PAGE
           WRITE ENR-ATTEST FROM WS-ATT-DEST
               AFTER ADVANCING 2 LINES
           WRITE ENR-ATTEST FROM WS-ATT-OBJET
               AFTER ADVANCING 3 LINES
           WRITE ENR-ATTEST FROM WS-ATT-DEFUNT
               AFTER ADVANCING 2 LINES
           WRITE ENR-ATTEST FROM WS-ATT-DECES
               AFTER ADVANCING 1 LINE
           WRITE ENR-ATTEST FROM WS-ATT-CORPS
               AFTER ADVANCING 2 LINES
           WRITE ENR-ATTEST FROM WS-ATT-CORPS2
               AFTER ADVANCING 1 LINE
           WRITE ENR-ATTEST FROM WS-ATT-ENTETE
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-TOTAL-DECES
           PERFORM 2100-SOLDE-AU-DECES THRU 2100-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-CPT

           MOVE WS-TOTAL-DECES TO WS-ATT-ED-TOTAL
           WRITE ENR-ATTEST FROM WS-ATT-TOTAL
               AFTER ADVANCING 2 LINES
           WRITE ENR-ATTEST FROM WS-ATT-MENTION
               AFTER ADVANCING 2 LINES
           WRITE ENR-ATTEST FROM WS-ATT-SIGN
               AFTER ADVANCING 3 LINES

           MOVE 1 TO WS-ATTEST-FAITE
           ADD 1 TO WS-NB-ATTESTATIONS.

       2000-EXIT.
           EXIT.

       2100-SOLDE-AU-DECES.

           MOVE WS-CLIENT-COURANT TO SUC-CLIENT
           MOVE WS-IX TO SUC-LIGNE
           READ F-SUCCES
               INVALID KEY
                   DISPLAY 'LIGNE COMPTE ABSENTE : CLIENT '
                           WS-CLIENT-COURANT ' LIGNE ' WS-IX
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2100-EXIT
           END-READ

           MOVE SUC-CPT-NUM TO CPT-NUM
           READ F-COMPTES
               INVALID KEY
                   DISPLAY 'COMPTE INCONNU : ' SUC-CPT-NUM
                   ADD 1 TO WS-NB-ANOMALIES
                   GO TO 2100-EXIT
           END-READ
           MOVE CPT-SOLDE TO WS-SOLDE

      *─── Mouvements du compte dates apres le jour du deces ──────────
           MOVE CPT-NUM TO JRN-COMPTE
           COMPUTE JRN-DATE = WS-JRN-DECES + 1
           MOVE 0 TO JRN-HEURE
           MOVE 0 TO WS-EOF-JRN
           START F-JOURNAL KEY IS NOT LESS THAN JRN-CLE
               INVALID KEY MOVE 1 TO WS-EOF-JRN
           END-START
           PERFORM UNTIL WS-EOF-JRN = 1
               READ F-JOURNAL NEXT
                   AT END MOVE 1 TO WS-EOF-JRN
                   NOT AT END
                       IF JRN-COMPTE NOT = CPT-NUM
                           MOVE 1 TO WS-EOF-JRN
                       ELSE
                           PERFORM 2200-DEFAIRE-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-SOLDE TO SUC-CPT-SOLDE-DECES
           REWRITE ENR-SUCCES
           IF WS-FS-SUC NOT = '00'
               DISPLAY 'ERREUR MISE A JOUR LIGNE ' WS-IX
                       ' CLIENT ' WS-CLIENT-COURANT ' : ' WS-FS-SUC
               ADD 1 TO WS-NB-ANOMALIES
           END-IF
           ADD WS-SOLDE TO WS-TOTAL-DECES

           MOVE CPT-NUM     TO WS-ATT-COMPTE
           MOVE CPT-LIBELLE TO WS-ATT-LIBELLE
           MOVE WS-SOLDE    TO WS-ATT-SOLDE
           WRITE ENR-ATTEST FROM WS-ATT-DETAIL
               AFTER ADVANCING 1 LINE.

       2100-EXIT.
           EXIT.

      *─── Un depot est retranche, un retrait rajoute ─────────────────
       2200-DEFAIRE-MOUVEMENT.

           EVALUATE JRN-SENS
               WHEN 'D'
                   SUBTRACT JRN-MONTANT FROM WS-SOLDE
                   ADD 1 TO WS-NB-MVT-DEFAITS
               WHEN 'R'
                   ADD JRN-MONTANT TO WS-SOLDE
                   ADD 1 TO WS-NB-MVT-DEFAITS
               WHEN OTHER
                   DISPLAY 'SENS DE MOUVEMENT INCONNU : ' JRN-CLE
                   ADD 1 TO WS-NB-ANOMALIES
           END-EVALUATE.

      ******************************************************************
      * 3000-SUSPENDRE-CHAINE : transaction 'D' vers PJ36VPER et
      * PJ37MAND pour chaque compte gele connu de la chaine
      ******************************************************************
       3000-SUSPENDRE-CHAINE.

           PERFORM 3100-SUSPENDRE-COMPTE THRU 3100-EXIT
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-CPT
           MOVE 1 TO WS-CHAINE-FAITE
           ADD 1 TO WS-NB-SUSPENSIONS.

       3000-EXIT.
           EXIT.

       3100-SUSPENDRE-COMPTE.

           MOVE WS-CLIENT-COURANT TO SUC-CLIENT
           MOVE WS-IX TO SUC-LIGNE
           READ F-SUCCES
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ

           MOVE 0 TO WS-NUM-CHAINE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-NB-XREF OR WS-NUM-CHAINE > 0
               IF WS-XRF-COMPTE(WS-JX) = SUC-CPT-NUM
                   MOVE WS-XRF-CHAINE(WS-JX) TO WS-NUM-CHAINE
               END-IF
           END-PERFORM
           IF WS-NUM-CHAINE = 0
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES        TO ENR-VPTRAN
           MOVE 'D'           TO VPT-CODE
           MOVE 0             TO VPT-NUMERO
           MOVE WS-NUM-CHAINE TO VPT-NUM-COMPTE
           MOVE 0             TO VPT-MONTANT
           WRITE ENR-VPTRAN

           MOVE SPACES        TO ENR-MANTRAN
           MOVE 'D'           TO MNT-CODE
           MOVE WS-NUM-CHAINE TO MNT-NUM-COMPTE
           MOVE 0             TO MNT-PLAFOND
           WRITE ENR-MANTRAN

           ADD 2 TO WS-NB-TRANSACTIONS
           DISPLAY 'SUSPENSION DEMANDEE : COMPTE CHAINE '
                   WS-NUM-CHAINE ' (' SUC-CPT-NUM ')'.

       3100-EXIT.
           EXIT.
