      ******************************************************************
      * Copybook : EMPSORT
      * Description : Registre des departs d'employes et du solde de
      *               leurs credits en cours
      * Fichier VSAM : EMPSORT (KSDS)
      * Cle primaire : SOR-CLE (ID employe + numero de credit, 8 car.)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  SORTIE-REC.
           05  SOR-CLE.
               10  SOR-ID-EMPL     PIC X(6).
               10  SOR-NUM-CREDIT  PIC 9(2).
           05  SOR-DONNEES         PIC X(72).
      *─── Credit 00 : le depart de l'employe ─────────────────────────
           05  SOR-DEPART REDEFINES SOR-DONNEES.
               10  SOR-DATE-DEPART     PIC 9(8).
               10  SOR-STATUT          PIC X(1).
                   88  SOR-EN-ATTENTE  VALUE 'D'.
                   88  SOR-PLAN        VALUE 'P'.
                   88  SOR-SOLDE       VALUE 'S'.
               10  SOR-NB-MOIS-PLAN    PIC 9(2).
               10  SOR-TOTAL-DU        PIC 9(7)V99 COMP-3.
               10  SOR-RETENUE-FINALE  PIC 9(7)V99 COMP-3.
               10  SOR-RESTE-DU        PIC 9(7)V99 COMP-3.
               10  SOR-MENSUALITE      PIC 9(7)V99 COMP-3.
               10  SOR-DATE-PREMIERE   PIC 9(8).
               10  SOR-DATE-ENREG      PIC 9(7).
               10  SOR-OPERATEUR       PIC X(8).
               10  SOR-DATE-SOLDE      PIC 9(8).
               10  FILLER              PIC X(10).
      *─── Credits 01 a 99 : le solde d'un credit en cours ────────────
           05  SOR-CREDIT REDEFINES SOR-DONNEES.
               10  SOR-LIBELLE         PIC X(20).
               10  SOR-RESTE-AVANT     PIC 9(7)V99 COMP-3.
               10  SOR-PENALITE        PIC 9(7)V99 COMP-3.
               10  SOR-REGLEMENT       PIC 9(7)V99 COMP-3.
               10  SOR-RETENU          PIC 9(7)V99 COMP-3.
               10  SOR-SOLDE-DU        PIC 9(7)V99 COMP-3.
               10  SOR-ASSURANCE-AVANT PIC X(1).
               10  FILLER              PIC X(26).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * SOR-ID-EMPL     : Employe sortant (cle etrangere EMPLOYE)
      * SOR-NUM-CREDIT  : 00 pour le depart, sinon credit CREDEMP
      * Depart :
      * SOR-DATE-DEPART : Date de sortie des effectifs AAAAMMJJ
      * SOR-STATUT      : 'D' depart enregistre, solde a retenir sur
      *                   la paie finale ; 'P' reste du en plan de
      *                   remboursement ; 'S' solde, rien n'est du
      * SOR-NB-MOIS-PLAN: Duree du plan de remboursement du reste du
      * SOR-TOTAL-DU    : Somme des reglements des credits
      * SOR-RETENUE-FINALE : Retenue operee sur le dernier bulletin
      * SOR-RESTE-DU    : Reste du par l'ancien employe
      * SOR-MENSUALITE  : Mensualite du plan (la derniere ajuste)
      * SOR-DATE-PREMIERE : Date de la premiere mensualite AAAAMMJJ
      * SOR-DATE-ENREG / SOR-OPERATEUR : enregistrement du depart
      *                   (EIBDATE, operateur signe)
      * SOR-DATE-SOLDE  : Date d'application de la paie finale
      * Credit :
      * SOR-RESTE-AVANT : Reste du en principal au depart
      * SOR-PENALITE    : Indemnite de remboursement anticipe (regles
      *                   CREDSOLD : taux CREDPARM plafonne a 3 %)
      * SOR-REGLEMENT   : Reste du + indemnite
      * SOR-RETENU      : Part retenue sur la paie finale
      * SOR-SOLDE-DU    : Part laissee au reste du de l'ancien employe
      * SOR-ASSURANCE-AVANT : CRD-ASSURANCE au depart ('O' ou 'S' :
      *                   assurance resiliee par CREDASSU)
      ******************************************************************
      * Le depart est enregistre par CREDDEPA (appel LINK), qui
      * chiffre le solde de chaque credit et resilie l'assurance
      * emprunteur. CREDPAIE emet alors le reglement en retenue de
      * solde (type 'D') au lieu de l'echeance, PAYEMENS le retient
      * dans la limite du net du dernier bulletin, puis CREDDEPF
      * clot les credits, pose le plan du reste du et edite la
      * lettre de solde de tout compte. Passe le statut 'D', plus
      * aucune retenue ni aucun bulletin n'est emis.
      ******************************************************************
