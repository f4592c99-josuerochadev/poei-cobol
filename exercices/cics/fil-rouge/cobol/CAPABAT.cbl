      ******************************************************************
      * Programme : CAPABAT - Passage a la majorite des clients mineurs
      * Fonction  : Passer majeurs les mineurs qui ont atteint dix-huit
      *             ans, ecrire a leurs representants legaux et lister
      *             les comptes dont les conditions sont a revoir
      *
      * Passe en debut de mois. Parcourt le fichier CAPACITE (tenu au
      * guichet via CAPATRT). Un mineur dont la date de majorite est
      * atteinte et dont le passage n'est pas encore notifie
      * (CAP-DATE-NOTIF a blanc) :
      *   - passe au statut 'A' majeur capable : pouvoirs du
      *     representant a 'N', plafonds a zero ; le representant
      *     reste sur la fiche pour memoire ;
      *   - une lettre part a son representant legal (type 'MAJ',
      *     indexee dans COURRIER) selon les preferences de
      *     distribution du representant (module PREFDIST) ;
      *   - CAP-DATE-NOTIF est posee a la date du passage.
      * Les comptes des nouveaux majeurs (parcours du fichier COMPTE)
      * sont ensuite portes sur la liste FCAPLST : leurs conditions
      * (cartes, plafonds, offres jeunes) sont a revoir avec le client.
      * La liste reprend enfin les tutelles et curatelles dont
      * l'echeance fixee par le juge est passee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPABAT.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CAPACITE ASSIGN TO CAPACITE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAP-CLIENT
               FILE STATUS IS WS-FS-CAP.

           SELECT F-CLIENTS ASSIGN TO CLIENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUM
               FILE STATUS IS WS-FS-CLI.

           SELECT F-COMPTES ASSIGN TO COMPTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPT-NUM
               FILE STATUS IS WS-FS-CPT.

           SELECT F-LISTE ASSIGN TO FCAPLST
               FILE STATUS IS WS-FS-LST.

           SELECT F-LETTRES ASSIGN TO FLETTRE
               FILE STATUS IS WS-FS-LET.

           SELECT F-COURRIER ASSIGN TO COURRIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COU-CLE
               FILE STATUS IS WS-FS-COU.

       DATA DIVISION.
       FILE SECTION.

      *─── dessin CAPACITE (cf. copybook) ──────────────────────────────
       FD  F-CAPACITE.
       01  ENR-CAPACITE.
           05  CAP-CLIENT          PIC X(6).
           05  CAP-STATUT          PIC X(1).
               88  CAP-MINEUR      VALUE 'M'.
               88  CAP-MAJEUR      VALUE 'A'.
               88  CAP-TUTELLE     VALUE 'T'.
               88  CAP-CURATELLE   VALUE 'C'.
           05  CAP-DATE-NAIS       PIC X(8).
           05  CAP-DATE-MAJORITE   PIC X(8).
           05  CAP-DATE-JUGEMENT   PIC X(8).
           05  CAP-DATE-REVISION   PIC X(8).
           05  CAP-REP-CLIENT      PIC X(6).
           05  CAP-REP-NOM         PIC X(25).
           05  CAP-REP-QUALITE     PIC X(20).
           05  CAP-REP-RETRAIT     PIC X(1).
           05  CAP-REP-VIREMENT    PIC X(1).
           05  CAP-REP-CARTE       PIC X(1).
           05  CAP-PLAFOND-SEUL    PIC 9(7)V99 COMP-3.
           05  CAP-PLAFOND-CARTE   PIC 9(7)V99 COMP-3.
           05  CAP-DATE-MAJ        PIC X(8).
           05  CAP-AGENT-MAJ       PIC X(8).
           05  CAP-DATE-NOTIF      PIC X(8).
           05  FILLER              PIC X(3).

       FD  F-CLIENTS.
       01  ENR-CLIENT.
           05  CLI-NUM             PIC X(6).
           05  CLI-NOM             PIC X(25).
           05  CLI-PRENOM          PIC X(20).
           05  CLI-ADRESSE         PIC X(30).
           05  CLI-VILLE           PIC X(20).
           05  CLI-CODEPOST        PIC X(5).
           05  FILLER              PIC X(24).

       FD  F-COMPTES.
       01  ENR-COMPTE.
           05  CPT-NUM             PIC X(11).
           05  CPT-CLIENT          PIC X(6).
           05  CPT-TYPE            PIC X(1).
           05  CPT-LIBELLE         PIC X(20).
           05  CPT-SOLDE           PIC S9(9)V99 COMP-3.
           05  FILLER              PIC X(45).

       FD  F-LISTE.
       01  ENR-LISTE               PIC X(80).

       FD  F-LETTRES.
       01  ENR-LETTRE              PIC X(80).

      *─── Index central des courriers emis (cf. CORRPRES) ────────────
       FD  F-COURRIER.
       01  ENR-COURRIER.
           05  COU-CLE.
               10  COU-COMPTE      PIC X(11).
               10  COU-DATE        PIC 9(7).
               10  COU-HEURE       PIC 9(7).
               10  COU-SEQ         PIC 9(2).
           05  COU-TYPE            PIC X(3).
           05  COU-PROGRAMME       PIC X(8).
           05  COU-PREMIERE-LIGNE  PIC X(60).
           05  COU-REIMPRESSION    PIC X(1).
           05  COU-CANAL           PIC X(1).
           05  COU-RETOUR          PIC X(1).
           05  FILLER              PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-FS-CAP               PIC XX.
       01  WS-FS-CLI               PIC XX.
       01  WS-FS-CPT               PIC XX.
       01  WS-FS-LST               PIC XX.
       01  WS-FS-LET               PIC XX.
       01  WS-FS-COU               PIC XX.

       01  WS-HEURE-JOUR           PIC 9(8) VALUE 0.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-REP-TROUVE           PIC 9 VALUE 0.

       01  WS-DATE-JOUR.
           05  WS-ANNEE            PIC 9(4).
           05  WS-MOIS             PIC 9(2).
           05  WS-JOUR             PIC 9(2).
       01  WS-DATE-EDIT            PIC X(10).
       01  WS-DATE-AEDITER         PIC X(8).
       01  WS-DATE-EDITEE          PIC X(10).

      *─── Nouveaux majeurs du passage, pour la liste des comptes ─────
       01  WS-NB-TAB               PIC 9(4) VALUE 0.
       01  WS-MAX-TAB              PIC 9(4) VALUE 1000.
       01  WS-IX                   PIC 9(4) VALUE 0.
       01  WS-TAB-MAJEURS.
           05  WS-TAB-MAJEUR OCCURS 1000 TIMES.
               10  WS-TAB-CLIENT   PIC X(6).
               10  WS-TAB-NOM      PIC X(25).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-FICHES            PIC 9(5) VALUE 0.
       01  WS-NB-MAJEURS           PIC 9(5) VALUE 0.
       01  WS-NB-LETTRES           PIC 9(5) VALUE 0.
       01  WS-NB-SANS-REP          PIC 9(5) VALUE 0.
       01  WS-NB-COMPTES           PIC 9(5) VALUE 0.
       01  WS-NB-MESURES           PIC 9(5) VALUE 0.
       01  WS-NB-HORS-TABLE        PIC 9(5) VALUE 0.

      *─── Zone d'appel du module de distribution (PREFDIST) ──────────
       01  WS-ZONE-DIST.
           05  DIS-FONCTION        PIC X(1).
           05  DIS-CLIENT          PIC X(11).
           05  DIS-TYPE            PIC X(3).
           05  DIS-PROGRAMME       PIC X(8).
           05  DIS-OBLIGATOIRE     PIC X(1).
           05  DIS-TITRE           PIC X(60).
           05  DIS-SAUT            PIC 9(2).
           05  DIS-LIGNE           PIC X(80).
           05  DIS-PAPIER          PIC X(1).
           05  DIS-ELECTRONIQUE    PIC X(1).
           05  DIS-GROS-CARAC      PIC X(1).
           05  DIS-ADR-CORRESP     PIC X(1).
           05  DIS-ADR-LIGNE       PIC X(30) OCCURS 4.
           05  DIS-LIGNE-ATELIER   PIC X(80).
           05  DIS-CODE-RETOUR     PIC 9(1).
           05  DIS-RETENU          PIC X(1).
       01  WS-IDX-ADR              PIC 9(1) VALUE 0.

      *─── Lignes de la liste ─────────────────────────────────────────
       01  WS-LST-TITRE.
           05  FILLER              PIC X(40)
               VALUE 'PASSAGES A LA MAJORITE AU '.
           05  WS-LST-ED-DATE      PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LST-ENTETE.
           05  FILLER              PIC X(33) VALUE 'CLIENT NOM'.
           05  FILLER              PIC X(11) VALUE 'MAJEUR LE'.
           05  FILLER              PIC X(7) VALUE 'REPRES.'.
           05  FILLER              PIC X(16) VALUE 'QUALITE'.
           05  FILLER              PIC X(13) VALUE 'LETTRE'.

       01  WS-LST-DETAIL.
           05  WS-LST-CLIENT       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-NOM          PIC X(25).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-MAJORITE     PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-REP          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-QUALITE      PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LST-LETTRE       PIC X(3).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LST-TITRE-CPT.
           05  FILLER              PIC X(80) VALUE
               'COMPTES DES NOUVEAUX MAJEURS - CONDITIONS A REVOIR'.

       01  WS-LST-ENTETE-CPT.
           05  FILLER              PIC X(12) VALUE 'COMPTE'.
           05  FILLER              PIC X(7) VALUE 'CLIENT'.
           05  FILLER              PIC X(26) VALUE 'NOM'.
           05  FILLER              PIC X(2) VALUE 'T'.
           05  FILLER              PIC X(20) VALUE 'LIBELLE'.
           05  FILLER              PIC X(13) VALUE '     SOLDE'.

       01  WS-LST-DETAIL-CPT.
           05  WS-LSC-COMPTE       PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSC-CLIENT       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSC-NOM          PIC X(25).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSC-TYPE         PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSC-LIBELLE      PIC X(20).
           05  WS-LSC-SOLDE        PIC -(6)9.99.
           05  FILLER              PIC X(3) VALUE SPACES.

       01  WS-LST-TITRE-MES.
           05  FILLER              PIC X(80) VALUE
               'TUTELLES ET CURATELLES A ECHEANCE - A FAIRE REVISER'.

       01  WS-LST-ENTETE-MES.
           05  FILLER              PIC X(7) VALUE 'CLIENT'.
           05  FILLER              PIC X(11) VALUE 'MESURE'.
           05  FILLER              PIC X(11) VALUE 'JUGEMENT'.
           05  FILLER              PIC X(11) VALUE 'ECHEANCE'.
           05  FILLER              PIC X(8) VALUE 'REPRES.'.
           05  FILLER              PIC X(32) VALUE 'NOM'.

       01  WS-LST-DETAIL-MES.
           05  WS-LSM-CLIENT       PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSM-MESURE       PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSM-JUGEMENT     PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSM-ECHEANCE     PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LSM-REP          PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LSM-REP-NOM      PIC X(25).
           05  FILLER              PIC X(7) VALUE SPACES.

      *─── Lignes de la lettre au representant legal ──────────────────
       01  WS-LET-DATE.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE 'LE : '.
           05  WS-LET-ED-DATE      PIC X(10).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-LET-DEST1.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-NOM          PIC X(25).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-LET-DEST2.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-PRENOM       PIC X(20).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-DEST3.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-ADRESSE      PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-DEST4.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-CODEPOST     PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-LET-VILLE        PIC X(20).
           05  FILLER              PIC X(14) VALUE SPACES.

      *─── Adresse de correspondance choisie par le representant ──────
       01  WS-LET-ADR-CORR.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LET-ADR-LIGNE    PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-LET-OBJET.
           05  FILLER              PIC X(60) VALUE
               'OBJET : MAJORITE DU TITULAIRE DE COMPTES REPRESENTE'.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-LET-CORPS1.
           05  FILLER              PIC X(40)
               VALUE 'MADAME, MONSIEUR,'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-LET-CORPS2.
           05  FILLER              PIC X(30)
               VALUE 'NOUS VOUS INFORMONS QUE '.
           05  WS-LET-MINEUR       PIC X(25).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-LET-CORPS3.
           05  FILLER              PIC X(14)
               VALUE 'CLIENT NUMERO '.
           05  WS-LET-NUM-CLIENT   PIC X(6).
           05  FILLER              PIC X(5) VALUE ', LE '.
           05  WS-LET-MAJORITE     PIC X(10).
           05  FILLER              PIC X(1) VALUE ','.
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-LET-CORPS4.
           05  FILLER              PIC X(80) VALUE
               'EST DEVENU(E) MAJEUR(E). VOS POUVOIRS DE REPRESENTANT LE
      -        'GAL SUR SES'.

       01  WS-LET-CORPS5.
           05  FILLER              PIC X(80) VALUE
               'COMPTES ONT PRIS FIN A CETTE DATE. LES CONDITIONS DE SES
      -        ' COMPTES ET'.

       01  WS-LET-CORPS6.
           05  FILLER              PIC X(80) VALUE
               'DE SES CARTES SERONT REVUES AVEC LUI EN AGENCE.'.

       01  WS-LET-SIGN.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'VOTRE AGENCE'.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME CAPABAT'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-JOUR '/' WS-MOIS '/' WS-ANNEE
               DELIMITED BY SIZE INTO WS-DATE-EDIT

           OPEN I-O F-CAPACITE
           IF WS-FS-CAP = '35'
               OPEN OUTPUT F-CAPACITE
               CLOSE F-CAPACITE
               OPEN I-O F-CAPACITE
           END-IF
           IF WS-FS-CAP NOT = '00'
               DISPLAY 'FICHIER CAPACITE INDISPONIBLE : ' WS-FS-CAP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CLIENTS
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'FICHIER CLIENT INDISPONIBLE : ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-LISTE
           OPEN OUTPUT F-LETTRES
           OPEN I-O F-COURRIER
           IF WS-FS-COU = '35'
               CLOSE F-COURRIER
               OPEN OUTPUT F-COURRIER
           END-IF
           ACCEPT WS-HEURE-JOUR FROM TIME

           MOVE WS-DATE-EDIT TO WS-LST-ED-DATE
           WRITE ENR-LISTE FROM WS-LST-TITRE
               AFTER ADVANCING PAGE
           WRITE ENR-LISTE FROM WS-LST-ENTETE
               AFTER ADVANCING 2 LINES

      *─── 1. Passage a la majorite et lettres aux representants ──────
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CAPACITE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-FICHES
                       IF CAP-MINEUR
                           PERFORM 1000-EXAMINER-MINEUR THRU 1000-EXIT
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'F' TO DIS-FONCTION
           CALL 'PREFDIST' USING WS-ZONE-DIST

      *─── 2. Comptes des nouveaux majeurs ─────────────────────────────
           IF WS-NB-TAB > 0
               PERFORM 3000-LISTER-COMPTES THRU 3000-EXIT
           END-IF

      *─── 3. Mesures de protection a echeance ─────────────────────────
           PERFORM 4000-LISTER-MESURES THRU 4000-EXIT

           CLOSE F-CAPACITE
           CLOSE F-CLIENTS
           CLOSE F-LISTE
           CLOSE F-LETTRES
           CLOSE F-COURRIER

           DISPLAY 'FICHES CAPACITE LUES : ' WS-NB-FICHES
           DISPLAY 'PASSAGES A LA MAJORITE : ' WS-NB-MAJEURS
           DISPLAY 'LETTRES EMISES       : ' WS-NB-LETTRES
           DISPLAY 'SANS REPRESENTANT CONNU : ' WS-NB-SANS-REP
           DISPLAY 'COMPTES A REVOIR     : ' WS-NB-COMPTES
           DISPLAY 'MESURES A REVISER    : ' WS-NB-MESURES
           IF WS-NB-HORS-TABLE > 0
               DISPLAY 'MAJEURS HORS LISTE DES COMPTES : '
                       WS-NB-HORS-TABLE
           END-IF
           IF (WS-NB-MAJEURS > 0 OR WS-NB-MESURES > 0)
              AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN DU PROGRAMME CAPABAT'
           GOBACK.

       1000-EXAMINER-MINEUR.

           IF CAP-DATE-MAJORITE > WS-DATE-JOUR
               OR CAP-DATE-NOTIF NOT = SPACES
               GO TO 1000-EXIT
           END-IF

           ADD 1 TO WS-NB-MAJEURS

      *─── Nom du nouveau majeur, pour la lettre et la liste ───────────
           MOVE CAP-CLIENT TO CLI-NUM
           READ F-CLIENTS
               INVALID KEY
                   MOVE SPACES TO CLI-NOM
           END-READ
           MOVE CLI-NOM TO WS-LET-MINEUR
           MOVE CLI-NOM TO WS-LST-NOM

           IF WS-NB-TAB < WS-MAX-TAB
               ADD 1 TO WS-NB-TAB
               MOVE CAP-CLIENT TO WS-TAB-CLIENT(WS-NB-TAB)
               MOVE CLI-NOM    TO WS-TAB-NOM(WS-NB-TAB)
           ELSE
               ADD 1 TO WS-NB-HORS-TABLE
           END-IF

      *─── Lettre au representant legal, s'il est connu ───────────────
           MOVE 1 TO WS-REP-TROUVE
           MOVE CAP-REP-CLIENT TO CLI-NUM
           READ F-CLIENTS
               INVALID KEY
                   MOVE 0 TO WS-REP-TROUVE
           END-READ
           IF WS-REP-TROUVE = 1
               PERFORM 2000-EMETTRE-LETTRE
               MOVE 'OUI' TO WS-LST-LETTRE
           ELSE
               ADD 1 TO WS-NB-SANS-REP
               MOVE 'NON' TO WS-LST-LETTRE
           END-IF

      *─── Passage au statut majeur capable ────────────────────────────
           SET CAP-MAJEUR TO TRUE
           MOVE 'N' TO CAP-REP-RETRAIT
           MOVE 'N' TO CAP-REP-VIREMENT
           MOVE 'N' TO CAP-REP-CARTE
           MOVE 0 TO CAP-PLAFOND-SEUL
           MOVE 0 TO CAP-PLAFOND-CARTE
           MOVE WS-DATE-JOUR TO CAP-DATE-MAJ
           MOVE 'CAPABAT' TO CAP-AGENT-MAJ
           MOVE WS-DATE-JOUR TO CAP-DATE-NOTIF
           REWRITE ENR-CAPACITE
           IF WS-FS-CAP NOT = '00'
               DISPLAY 'ERREUR MAJ CAPACITE ' CAP-CLIENT
                       ' : ' WS-FS-CAP
           END-IF

           PERFORM 1500-LISTER-MAJEUR.

       1000-EXIT.
           EXIT.

       1500-LISTER-MAJEUR.

           MOVE CAP-CLIENT TO WS-LST-CLIENT
           MOVE CAP-DATE-MAJORITE TO WS-DATE-AEDITER
           PERFORM 8000-EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-LST-MAJORITE
           MOVE CAP-REP-CLIENT TO WS-LST-REP
           MOVE CAP-REP-QUALITE TO WS-LST-QUALITE
           WRITE ENR-LISTE FROM WS-LST-DETAIL
               AFTER ADVANCING 1 LINE.

       2000-EMETTRE-LETTRE.

           ADD 1 TO WS-NB-LETTRES

           MOVE WS-DATE-EDIT  TO WS-LET-ED-DATE
           MOVE CLI-NOM       TO WS-LET-NOM
           MOVE CLI-PRENOM    TO WS-LET-PRENOM
           MOVE CLI-ADRESSE   TO WS-LET-ADRESSE
           MOVE CLI-CODEPOST  TO WS-LET-CODEPOST
           MOVE CLI-VILLE     TO WS-LET-VILLE
           MOVE CAP-CLIENT    TO WS-LET-NUM-CLIENT
           MOVE CAP-DATE-MAJORITE TO WS-DATE-AEDITER
           PERFORM 8000-EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-LET-MAJORITE

      *─── Preference de distribution du representant ────────────────
           MOVE 'P'            TO DIS-FONCTION
           MOVE CAP-REP-CLIENT TO DIS-CLIENT
           MOVE 'MAJ'          TO DIS-TYPE
           MOVE 'CAPABAT'      TO DIS-PROGRAMME
           MOVE 'N'            TO DIS-OBLIGATOIRE
           CALL 'PREFDIST' USING WS-ZONE-DIST
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'O' TO DIS-FONCTION
               MOVE WS-LET-OBJET(1:60) TO DIS-TITRE
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

      *─── Ligne de commande de l'atelier (non imprimee) ──────────────
           IF DIS-PAPIER = 'O' AND DIS-LIGNE-ATELIER NOT = SPACES
               WRITE ENR-LETTRE FROM DIS-LIGNE-ATELIER
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-LET-DATE TO DIS-LIGNE
           MOVE 0 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-DEST1 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-DEST2 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           IF DIS-ADR-CORRESP = 'O'
               PERFORM 2200-SORTIR-ADRESSE
                   VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > 4
           ELSE
               MOVE WS-LET-DEST3 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
               MOVE WS-LET-DEST4 TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
           END-IF
           MOVE WS-LET-OBJET TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS1 TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS2 TO DIS-LIGNE
           MOVE 2 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS3 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS4 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS5 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-CORPS6 TO DIS-LIGNE
           MOVE 1 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE
           MOVE WS-LET-SIGN TO DIS-LIGNE
           MOVE 3 TO DIS-SAUT
           PERFORM 2100-SORTIR-LIGNE

           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'T' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF

           PERFORM 2500-INDEXER-COURRIER.

      *─── Une ligne vers chaque canal retenu : FLETTRE pour le papier
      *    (saut 0 = nouvelle page), PREFDIST pour le portail et
      *    pour la retenue des courriers a adresse invalide ──────────
       2100-SORTIR-LIGNE.

           IF DIS-PAPIER = 'O'
               IF DIS-SAUT = 0
                   WRITE ENR-LETTRE FROM DIS-LIGNE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE ENR-LETTRE FROM DIS-LIGNE
                       AFTER ADVANCING DIS-SAUT LINES
               END-IF
           END-IF
           IF DIS-ELECTRONIQUE = 'O' OR DIS-RETENU = 'O'
               MOVE 'L' TO DIS-FONCTION
               CALL 'PREFDIST' USING WS-ZONE-DIST
           END-IF.

       2200-SORTIR-ADRESSE.

           IF DIS-ADR-LIGNE(WS-IDX-ADR) NOT = SPACES
               MOVE DIS-ADR-LIGNE(WS-IDX-ADR) TO WS-LET-ADR-LIGNE
               MOVE WS-LET-ADR-CORR TO DIS-LIGNE
               MOVE 1 TO DIS-SAUT
               PERFORM 2100-SORTIR-LIGNE
           END-IF.

      *─── Une ligne d'index par lettre emise (cf. CORRPRES), au nom
      *    du representant destinataire ─────────────────────────────
       2500-INDEXER-COURRIER.

           MOVE SPACES TO ENR-COURRIER
           MOVE CAP-REP-CLIENT TO COU-COMPTE
           MOVE WS-DATE-JOUR(3:6) TO COU-DATE
           MOVE WS-HEURE-JOUR TO COU-HEURE
           MOVE 0 TO COU-SEQ
           MOVE 'MAJ' TO COU-TYPE
           MOVE 'CAPABAT' TO COU-PROGRAMME
           MOVE WS-LET-OBJET(1:60) TO COU-PREMIERE-LIGNE
           MOVE SPACE TO COU-REIMPRESSION
           IF DIS-ELECTRONIQUE = 'O'
               IF DIS-PAPIER = 'O'
                   MOVE 'D' TO COU-CANAL
               ELSE
                   MOVE 'E' TO COU-CANAL
               END-IF
           ELSE
               MOVE 'P' TO COU-CANAL
           END-IF
           IF DIS-RETENU = 'O'
               MOVE 'R' TO COU-CANAL
           END-IF
           WRITE ENR-COURRIER
               INVALID KEY
                   PERFORM UNTIL WS-FS-COU NOT = '22'
                           OR COU-SEQ >= 99
                       ADD 1 TO COU-SEQ
                       WRITE ENR-COURRIER
                       END-WRITE
                   END-PERFORM
           END-WRITE.

      ******************************************************************
      * 3000-LISTER-COMPTES : le fichier COMPTE n'a pas d'acces par
      * client ; il est parcouru une fois et chaque compte d'un
      * nouveau majeur de la table est porte sur la liste
      ******************************************************************
       3000-LISTER-COMPTES.

           OPEN INPUT F-COMPTES
           IF WS-FS-CPT NOT = '00'
               DISPLAY 'FICHIER COMPTE INDISPONIBLE : ' WS-FS-CPT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           WRITE ENR-LISTE FROM WS-LST-TITRE-CPT
               AFTER ADVANCING 3 LINES
           WRITE ENR-LISTE FROM WS-LST-ENTETE-CPT
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-COMPTES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 3100-EXAMINER-COMPTE
               END-READ
           END-PERFORM

           CLOSE F-COMPTES.

       3000-EXIT.
           EXIT.

       3100-EXAMINER-COMPTE.

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-TAB
               IF WS-TAB-CLIENT(WS-IX) = CPT-CLIENT
                   ADD 1 TO WS-NB-COMPTES
                   MOVE CPT-NUM     TO WS-LSC-COMPTE
                   MOVE CPT-CLIENT  TO WS-LSC-CLIENT
                   MOVE WS-TAB-NOM(WS-IX) TO WS-LSC-NOM
                   MOVE CPT-TYPE    TO WS-LSC-TYPE
                   MOVE CPT-LIBELLE TO WS-LSC-LIBELLE
                   MOVE CPT-SOLDE   TO WS-LSC-SOLDE
                   WRITE ENR-LISTE FROM WS-LST-DETAIL-CPT
                       AFTER ADVANCING 1 LINE
                   MOVE WS-NB-TAB TO WS-IX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 4000-LISTER-MESURES : second parcours de CAPACITE, tutelles et
      * curatelles dont l'echeance fixee par le juge est passee
      ******************************************************************
       4000-LISTER-MESURES.

           CLOSE F-CAPACITE
           OPEN INPUT F-CAPACITE
           IF WS-FS-CAP NOT = '00'
               DISPLAY 'FICHIER CAPACITE INDISPONIBLE : ' WS-FS-CAP
               GO TO 4000-EXIT
           END-IF

           WRITE ENR-LISTE FROM WS-LST-TITRE-MES
               AFTER ADVANCING 3 LINES
           WRITE ENR-LISTE FROM WS-LST-ENTETE-MES
               AFTER ADVANCING 2 LINES

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-CAPACITE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (CAP-TUTELLE OR CAP-CURATELLE)
                          AND CAP-DATE-REVISION < WS-DATE-JOUR
                           PERFORM 4100-LISTER-MESURE
                       END-IF
               END-READ
           END-PERFORM.

       4000-EXIT.
           EXIT.

       4100-LISTER-MESURE.

           ADD 1 TO WS-NB-MESURES
           MOVE CAP-CLIENT TO WS-LSM-CLIENT
           IF CAP-TUTELLE
               MOVE 'TUTELLE' TO WS-LSM-MESURE
           ELSE
               MOVE 'CURATELLE' TO WS-LSM-MESURE
           END-IF
           MOVE CAP-DATE-JUGEMENT TO WS-DATE-AEDITER
           PERFORM 8000-EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-LSM-JUGEMENT
           MOVE CAP-DATE-REVISION TO WS-DATE-AEDITER
           PERFORM 8000-EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-LSM-ECHEANCE
           MOVE CAP-REP-CLIENT TO WS-LSM-REP
           MOVE CAP-REP-NOM TO WS-LSM-REP-NOM
           WRITE ENR-LISTE FROM WS-LST-DETAIL-MES
               AFTER ADVANCING 1 LINE.

      *─── AAAAMMJJ vers JJ/MM/AAAA ────────────────────────────────────
       8000-EDITER-DATE.

           MOVE SPACES TO WS-DATE-EDITEE
           STRING WS-DATE-AEDITER(7:2) '/'
                  WS-DATE-AEDITER(5:2) '/'
                  WS-DATE-AEDITER(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITEE.
