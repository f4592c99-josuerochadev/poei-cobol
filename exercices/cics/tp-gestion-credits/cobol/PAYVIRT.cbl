      ******************************************************************
      * Programme : PAYVIRT - Versement de la paie sur les comptes
      *             des employes (batch, apres PAYEMENS)
      * Fonction  : Emettre un credit de salaire par employe et
      *             rapprocher les versements du journal de paie
      *
      * Lit les nets a payer deposes par PAYEMENS (FNETPAIE) et,
      * pour chaque employe dont le net est positif, lit son compte
      * de paie dans EMPCPT (entretenu par EMPCMAJ) :
      *   - compte interne ('I') : le compte guichet est ramene a
      *     son compte chaine par la table CPTXREF et le credit
      *     (nature 'SAL', sens 'CR') est ajoute a FMOUV pour la
      *     chaine de nuit ; CHNRETR le reporte ensuite dans COMPTE ;
      *   - compte externe ('E') : le virement est depose dans
      *     FVIRSOR (nature 'VIR', sens 'DB', IBAN du beneficiaire)
      *     que PJ38EXTR joint au fichier interbancaire sortant.
      * Un montant superieur a 999 999,99 est emis en plusieurs
      * tranches (dessin 80 octets de la chaine).
      * La date de paie est le dernier jour du mois de la periode,
      * ramene au jour ouvre precedent par PJ33JOUV.
      * Un employe sans compte de paie, ou dont le compte interne
      * n'est pas relie a la chaine, est rejete : il n'est pas paye
      * et figure au rapport (RC 4).
      * Le rapport de controle rapproche, par departement, le net
      * du journal FJRNPAIE des credits emis et des rejets : tout
      * ecart non explique arrete la chaine (RC 8). Les credits
      * ajoutes a FMOUV sont declares dans le fichier de controle
      * commun FCONTROL (PJ29CTRL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVIRT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-NETS ASSIGN TO FNETPAIE
               FILE STATUS IS WS-FS-NET.

           SELECT F-JOURNAL ASSIGN TO FJRNPAIE
               FILE STATUS IS WS-FS-JRN.

           SELECT F-EMPCPT ASSIGN TO EMPCPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECP-ID
               FILE STATUS IS WS-FS-ECP.

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

       DATA DIVISION.
       FILE SECTION.

      *─── Net a payer de l'employe, depose par PAYEMENS ──────────────
       FD  F-NETS.
       01  ENR-NET.
           05  NET-ID              PIC X(6).
           05  NET-NOM             PIC X(30).
           05  NET-DEPT            PIC X(10).
           05  NET-MONTANT         PIC S9(7)V99.
           05  NET-PERIODE         PIC X(7).
           05  FILLER              PIC X(18).

      *─── Journal de paie par departement, depose par PAYEMENS ───────
       FD  F-JOURNAL.
       01  ENR-JOURNAL.
           05  JRP-DEPT            PIC X(10).
           05  JRP-EFFECTIF        PIC 9(4).
           05  JRP-BRUT            PIC 9(9)V99.
           05  JRP-CHARGES         PIC 9(9)V99.
           05  JRP-NET             PIC 9(9)V99.
           05  JRP-PERIODE         PIC X(7).
           05  FILLER              PIC X(26).

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

       WORKING-STORAGE SECTION.
       01  WS-FS-NET               PIC XX.
       01  WS-FS-JRN               PIC XX.
       01  WS-FS-ECP               PIC XX.
       01  WS-FS-XRF               PIC XX.
       01  WS-FS-MOUV              PIC XX.
       01  WS-FS-VIR               PIC XX.
       01  WS-FS-CTRL              PIC XX.

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

      *─── Rapprochement par departement ──────────────────────────────
       01  WS-NB-DEPTS             PIC 9(2) VALUE 0.
       01  WS-TAB-DEPTS.
           05  WS-DEPT OCCURS 20 TIMES
                        INDEXED BY WS-IDX-DEP.
               10  WS-DEP-NOM      PIC X(10).
               10  WS-DEP-JOURNAL  PIC 9(9)V99.
               10  WS-DEP-INTERNE  PIC 9(9)V99.
               10  WS-DEP-EXTERNE  PIC 9(9)V99.
               10  WS-DEP-REJET    PIC 9(9)V99.
               10  WS-DEP-NB-REJ   PIC 9(4).
       01  WS-DEPT-TROUVE          PIC 9(2) VALUE 0.
       01  WS-ECART                PIC S9(9)V99 VALUE 0.

      *─── Periode et date de paie ────────────────────────────────────
       01  WS-PERIODE              PIC X(7) VALUE SPACES.
       01  WS-ANNEE                PIC 9(4) VALUE 0.
       01  WS-MOIS                 PIC 9(2) VALUE 0.
       01  WS-JJ-MAX               PIC 9(2) VALUE 0.
       01  WS-QUOTIENT             PIC 9(4) VALUE 0.
       01  WS-RESTE-DIV            PIC 9(4) VALUE 0.
       01  WS-DATE-PAIE            PIC X(10) VALUE SPACES.

      *─── Zone d'appel du sous programme jour ouvre (PJ33JOUV) ───────
       01  WS-ZONE-JOUV.
           05  JOUV-DATE-ENTREE    PIC X(10).
           05  JOUV-SENS           PIC X(01).
           05  JOUV-DATE-SORTIE    PIC X(10).
           05  JOUV-CODE-RETOUR    PIC 9(01).

      *─── Tranches du credit en cours ────────────────────────────────
       01  WS-RESTE                PIC 9(7)V99 VALUE 0.
       01  WS-TRANCHE              PIC 9(6)V99 VALUE 0.
       01  WS-TRANCHE-MAX          PIC 9(6)V99 VALUE 999999.99.

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-LUS               PIC 9(5) VALUE 0.
       01  WS-NB-NULS              PIC 9(5) VALUE 0.
       01  WS-NB-INTERNES          PIC 9(5) VALUE 0.
       01  WS-NB-EXTERNES          PIC 9(5) VALUE 0.
       01  WS-NB-REJETS            PIC 9(5) VALUE 0.
       01  WS-NB-ECARTS            PIC 9(2) VALUE 0.
       01  WS-NB-MOUV              PIC 9(7) VALUE 0.
       01  WS-MT-MOUV              PIC S9(13)V99 VALUE 0.
       01  WS-NB-VIRSOR            PIC 9(7) VALUE 0.
       01  WS-TOT-JOURNAL          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INTERNE          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-EXTERNE          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-REJET            PIC 9(11)V99 VALUE 0.

       01  WS-ED-MONTANT           PIC Z(8)9.99.
       01  WS-ED-ECART             PIC -(8)9.99.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME PAYVIRT'

           PERFORM 1000-CHARGER-JOURNAL THRU 1000-EXIT
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM 1100-CHARGER-XREF
           PERFORM 1200-CALCULER-DATE-PAIE

           OPEN INPUT F-NETS
           IF WS-FS-NET NOT = '00'
               DISPLAY 'FICHIER FNETPAIE INDISPONIBLE : ' WS-FS-NET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-EMPCPT
           IF WS-FS-ECP NOT = '00'
               DISPLAY 'TABLE EMPCPT INDISPONIBLE : ' WS-FS-ECP
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

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-NETS
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 2000-VERSER-NET THRU 2000-EXIT
               END-READ
           END-PERFORM

           CLOSE F-NETS
           CLOSE F-EMPCPT
           CLOSE F-MOUV
           CLOSE F-VIRSOR

           PERFORM 4000-ECRIRE-CONTROLE
           PERFORM 5000-EDITER-RAPPROCHEMENT

           DISPLAY 'NETS LUS              : ' WS-NB-LUS
           DISPLAY 'NETS NULS OU NEGATIFS : ' WS-NB-NULS
           DISPLAY 'CREDITS INTERNES      : ' WS-NB-INTERNES
           DISPLAY 'VIREMENTS EXTERNES    : ' WS-NB-EXTERNES
           DISPLAY 'MOUVEMENTS FMOUV      : ' WS-NB-MOUV
           DISPLAY 'VIREMENTS FVIRSOR     : ' WS-NB-VIRSOR
           DISPLAY 'EMPLOYES REJETES      : ' WS-NB-REJETS
           IF WS-NB-ECARTS > 0
               DISPLAY 'ECART AVEC LE JOURNAL DE PAIE - A ANALYSER'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-REJETS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'FIN DU PROGRAMME PAYVIRT'
           GOBACK.

      ******************************************************************
      * 1000-CHARGER-JOURNAL : net a payer du journal par
      * departement, reference du rapprochement
      ******************************************************************
       1000-CHARGER-JOURNAL.

           OPEN INPUT F-JOURNAL
           IF WS-FS-JRN NOT = '00'
               DISPLAY 'JOURNAL FJRNPAIE INDISPONIBLE : ' WS-FS-JRN
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-JOURNAL
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-NB-DEPTS < 20
                           ADD 1 TO WS-NB-DEPTS
                           SET WS-IDX-DEP TO WS-NB-DEPTS
                           MOVE JRP-DEPT TO WS-DEP-NOM(WS-IDX-DEP)
                           MOVE JRP-NET
                               TO WS-DEP-JOURNAL(WS-IDX-DEP)
                           MOVE 0 TO WS-DEP-INTERNE(WS-IDX-DEP)
                           MOVE 0 TO WS-DEP-EXTERNE(WS-IDX-DEP)
                           MOVE 0 TO WS-DEP-REJET(WS-IDX-DEP)
                           MOVE 0 TO WS-DEP-NB-REJ(WS-IDX-DEP)
                           MOVE JRP-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF
           CLOSE F-JOURNAL

           IF WS-NB-DEPTS = 0
               DISPLAY 'JOURNAL FJRNPAIE VIDE - PAS DE VERSEMENT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHARGER-XREF : correspondance CPTXREF en table. Sans
      * elle, les comptes internes sont tous rejetes.
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
      * 1200-CALCULER-DATE-PAIE : dernier jour du mois de la periode
      * (AAAA-MM), ramene au jour ouvre precedent
      ******************************************************************
       1200-CALCULER-DATE-PAIE.

           MOVE WS-PERIODE(1:4) TO WS-ANNEE
           MOVE WS-PERIODE(6:2) TO WS-MOIS
           EVALUATE WS-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JJ-MAX
               WHEN 2
                   MOVE 28 TO WS-JJ-MAX
                   DIVIDE WS-ANNEE BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE-DIV
                   IF WS-RESTE-DIV = 0
                       MOVE 29 TO WS-JJ-MAX
                       DIVIDE WS-ANNEE BY 100 GIVING WS-QUOTIENT
                           REMAINDER WS-RESTE-DIV
                       IF WS-RESTE-DIV = 0
                           DIVIDE WS-ANNEE BY 400 GIVING WS-QUOTIENT
                               REMAINDER WS-RESTE-DIV
                           IF WS-RESTE-DIV NOT = 0
                               MOVE 28 TO WS-JJ-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JJ-MAX
           END-EVALUATE

           MOVE SPACES TO JOUV-DATE-ENTREE
           STRING WS-PERIODE '-' WS-JJ-MAX
               DELIMITED BY SIZE INTO JOUV-DATE-ENTREE
           MOVE 'P' TO JOUV-SENS
           CALL 'PJ33JOUV' USING WS-ZONE-JOUV
           IF JOUV-CODE-RETOUR = 2
               MOVE JOUV-DATE-ENTREE TO JOUV-DATE-SORTIE
           END-IF
           MOVE JOUV-DATE-SORTIE TO WS-DATE-PAIE
           DISPLAY 'PERIODE ' WS-PERIODE ' - DATE DE PAIE '
                   WS-DATE-PAIE.

      ******************************************************************
      * 2000-VERSER-NET : un credit de salaire pour l'employe, ou un
      * rejet au rapport
      ******************************************************************
       2000-VERSER-NET.

           PERFORM 2100-TROUVER-DEPARTEMENT
           IF NET-MONTANT NOT > 0
               ADD 1 TO WS-NB-NULS
               GO TO 2000-EXIT
           END-IF

           MOVE NET-ID TO ECP-ID
           READ F-EMPCPT
               INVALID KEY
                   MOVE 'SANS COMPTE DE PAIE' TO WS-MOTIF
                   GO TO 2000-REJET
           END-READ

           IF ECP-TYPE = 'E'
               MOVE NET-MONTANT TO WS-RESTE
               PERFORM 3500-ECRIRE-VIREMENT UNTIL WS-RESTE = 0
               ADD 1 TO WS-NB-EXTERNES
               ADD NET-MONTANT TO WS-DEP-EXTERNE(WS-IDX-DEP)
               GO TO 2000-EXIT
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
               GO TO 2000-REJET
           END-IF

           MOVE NET-MONTANT TO WS-RESTE
           PERFORM 3000-ECRIRE-MOUVEMENT UNTIL WS-RESTE = 0
           ADD 1 TO WS-NB-INTERNES
           ADD NET-MONTANT TO WS-DEP-INTERNE(WS-IDX-DEP)
           GO TO 2000-EXIT.

       2000-REJET.
           ADD 1 TO WS-NB-REJETS
           ADD 1 TO WS-DEP-NB-REJ(WS-IDX-DEP)
           ADD NET-MONTANT TO WS-DEP-REJET(WS-IDX-DEP)
           MOVE NET-MONTANT TO WS-ED-MONTANT
           DISPLAY 'EMPLOYE REJETE ' NET-ID ' ' NET-NOM
                   ' ' WS-ED-MONTANT ' : ' WS-MOTIF.

       2000-EXIT.
           EXIT.

      *─── Departement de l'employe ; absent du journal, il est ajoute
      *    avec un net de journal nul et ressort en ecart ────────────
       2100-TROUVER-DEPARTEMENT.
           MOVE 0 TO WS-DEPT-TROUVE
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
               IF WS-DEP-NOM(WS-IDX-DEP) = NET-DEPT
                   SET WS-DEPT-TROUVE TO WS-IDX-DEP
                   SET WS-IDX-DEP TO WS-NB-DEPTS
               END-IF
           END-PERFORM

           IF WS-DEPT-TROUVE = 0 AND WS-NB-DEPTS < 20
               ADD 1 TO WS-NB-DEPTS
               MOVE WS-NB-DEPTS TO WS-DEPT-TROUVE
               SET WS-IDX-DEP TO WS-NB-DEPTS
               MOVE NET-DEPT TO WS-DEP-NOM(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-JOURNAL(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-INTERNE(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-EXTERNE(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-REJET(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-NB-REJ(WS-IDX-DEP)
           END-IF
           IF WS-DEPT-TROUVE = 0
               MOVE WS-NB-DEPTS TO WS-DEPT-TROUVE
           END-IF
           SET WS-IDX-DEP TO WS-DEPT-TROUVE.

      ******************************************************************
      * 3000-ECRIRE-MOUVEMENT : une tranche du credit de salaire dans
      * FMOUV (compte chaine, nature SAL, sens CR)
      ******************************************************************
       3000-ECRIRE-MOUVEMENT.

           IF WS-RESTE > WS-TRANCHE-MAX
               MOVE WS-TRANCHE-MAX TO WS-TRANCHE
           ELSE
               MOVE WS-RESTE TO WS-TRANCHE
           END-IF
           SUBTRACT WS-TRANCHE FROM WS-RESTE

           MOVE SPACES            TO ENR-MOUV
           MOVE WS-NUM-CHAINE     TO MOUV-NUM-COMPTE
           STRING 'SALAIRE ' WS-PERIODE
               DELIMITED BY SIZE INTO MOUV-LIBELLE
           MOVE WS-TRANCHE        TO MOUV-MONTANT
           MOVE 'CR'              TO MOUV-SENS
           MOVE 'SAL'             TO MOUV-NATURE
           MOVE WS-DATE-PAIE      TO MOUV-DATE
           WRITE ENR-MOUV
           IF WS-FS-MOUV NOT = '00'
               DISPLAY 'ERREUR ECRITURE FMOUV ' NET-ID
                       ' : ' WS-FS-MOUV
           ELSE
               ADD 1 TO WS-NB-MOUV
               ADD WS-TRANCHE TO WS-MT-MOUV
           END-IF.

      ******************************************************************
      * 3500-ECRIRE-VIREMENT : une tranche du virement de salaire
      * vers l'IBAN externe dans FVIRSOR
      ******************************************************************
       3500-ECRIRE-VIREMENT.

           IF WS-RESTE > WS-TRANCHE-MAX
               MOVE WS-TRANCHE-MAX TO WS-TRANCHE
           ELSE
               MOVE WS-RESTE TO WS-TRANCHE
           END-IF
           SUBTRACT WS-TRANCHE FROM WS-RESTE

           MOVE SPACES            TO ENR-VIRSOR
           MOVE 0                 TO VIR-NUM-COMPTE
           STRING 'SALAIRE ' WS-PERIODE
               DELIMITED BY SIZE INTO VIR-LIBELLE
           MOVE WS-TRANCHE        TO VIR-MONTANT
           MOVE 'DB'              TO VIR-SENS
           MOVE 'VIR'             TO VIR-NATURE
           MOVE WS-DATE-PAIE      TO VIR-DATE
           ADD 1                  TO WS-NB-VIRSOR
           MOVE WS-NB-VIRSOR      TO VIR-REFERENCE
           MOVE ECP-IBAN          TO VIR-IBAN
           WRITE ENR-VIRSOR
           IF WS-FS-VIR NOT = '00'
               DISPLAY 'ERREUR ECRITURE FVIRSOR ' NET-ID
                       ' : ' WS-FS-VIR
               SUBTRACT 1 FROM WS-NB-VIRSOR
           END-IF.

      ******************************************************************
      * 4000-ECRIRE-CONTROLE : declaration dans le fichier de controle
      * commun (PJ29CTRL) de ce que le versement a ajoute dans FMOUV
      ******************************************************************
       4000-ECRIRE-CONTROLE.

           OPEN EXTEND F-CONTROLE
           IF WS-FS-CTRL = '35'
               CLOSE F-CONTROLE
               OPEN OUTPUT F-CONTROLE
           END-IF
           MOVE SPACES      TO ENR-CONTROLE
           MOVE 'PAYVIRT '  TO CTL-PROGRAMME
           MOVE 'FMOUV   '  TO CTL-FICHIER
           MOVE 'S'         TO CTL-SENS
           MOVE WS-NB-MOUV  TO CTL-NB-ENR
           MOVE WS-MT-MOUV  TO CTL-MONTANT
           WRITE ENR-CONTROLE
           CLOSE F-CONTROLE.

      ******************************************************************
      * 5000-EDITER-RAPPROCHEMENT : par departement, le net du journal
      * doit egaler les credits emis plus les rejets
      ******************************************************************
       5000-EDITER-RAPPROCHEMENT.

           DISPLAY ' '
           DISPLAY '=== RAPPROCHEMENT PAIE / VERSEMENTS ('
                   WS-PERIODE ') ==='
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEPTS
               COMPUTE WS-ECART = WS-DEP-JOURNAL(WS-IDX-DEP)
                   - WS-DEP-INTERNE(WS-IDX-DEP)
                   - WS-DEP-EXTERNE(WS-IDX-DEP)
                   - WS-DEP-REJET(WS-IDX-DEP)
               MOVE WS-ECART TO WS-ED-ECART
               DISPLAY '  ' WS-DEP-NOM(WS-IDX-DEP)
                       ' JOURNAL ' WS-DEP-JOURNAL(WS-IDX-DEP)
                       ' INTERNES ' WS-DEP-INTERNE(WS-IDX-DEP)
                       ' EXTERNES ' WS-DEP-EXTERNE(WS-IDX-DEP)
               DISPLAY '             REJETS ' WS-DEP-NB-REJ(WS-IDX-DEP)
                       ' POUR ' WS-DEP-REJET(WS-IDX-DEP)
                       ' ECART ' WS-ED-ECART
               IF WS-ECART NOT = 0
                   ADD 1 TO WS-NB-ECARTS
               END-IF
               ADD WS-DEP-JOURNAL(WS-IDX-DEP) TO WS-TOT-JOURNAL
               ADD WS-DEP-INTERNE(WS-IDX-DEP) TO WS-TOT-INTERNE
               ADD WS-DEP-EXTERNE(WS-IDX-DEP) TO WS-TOT-EXTERNE
               ADD WS-DEP-REJET(WS-IDX-DEP)   TO WS-TOT-REJET
           END-PERFORM
           DISPLAY '  TOTAL JOURNAL  : ' WS-TOT-JOURNAL
           DISPLAY '  TOTAL INTERNES : ' WS-TOT-INTERNE
           DISPLAY '  TOTAL EXTERNES : ' WS-TOT-EXTERNE
           DISPLAY '  TOTAL REJETS   : ' WS-TOT-REJET.
