      ******************************************************************
      * Copybook : COFFRE
      * Description : Inventaire des coffres-forts loues en agence
      * Fichier VSAM : COFFRE (KSDS)
      * Clé primaire : COF-CLE (agence + numero de coffre, 9 car.)
      * Longueur enregistrement : 60 octets
      ******************************************************************
       01  COFFRE-REC.
           05  COF-CLE.
               10  COF-AGENCE      PIC X(5).
               10  COF-NUMERO      PIC 9(4).
           05  COF-TAILLE          PIC X(1).
               88  COF-PETIT       VALUE 'P'.
               88  COF-MOYEN       VALUE 'M'.
               88  COF-GRAND       VALUE 'G'.
               88  COF-TAILLE-VALIDE VALUE 'P' 'M' 'G'.
           05  COF-STATUT          PIC X(1).
               88  COF-LIBRE       VALUE 'L'.
               88  COF-OCCUPE      VALUE 'O'.
               88  COF-HORS-SERVICE VALUE 'H'.
           05  COF-CONTRAT         PIC 9(8).
           05  COF-DATE-CREATION   PIC X(8).
           05  COF-DATE-MAJ        PIC X(8).
           05  COF-AGENT-MAJ       PIC X(8).
           05  COF-NB-ACCES        PIC 9(5).
           05  FILLER              PIC X(12).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * COF-AGENCE      : Guichet de l'agence (meme code que
      *                   CPT-GUICHET)
      * COF-NUMERO      : Numero du coffre dans la salle de l'agence
      * COF-TAILLE      : 'P' petit, 'M' moyen, 'G' grand ; le loyer
      *                   annuel suit la taille (PARAMS COFLOYP,
      *                   COFLOYM, COFLOYG)
      * COF-STATUT      : 'L' libre, 'O' loue, 'H' hors service
      * COF-CONTRAT     : Contrat de location en cours (LOC-NUMERO),
      *                   zero si le coffre est libre
      * COF-DATE-CREATION : Entree a l'inventaire AAAAMMJJ
      * COF-DATE-MAJ / AGENT-MAJ : Dernier changement de statut
      * COF-NB-ACCES    : Nombre de visites depuis l'inventaire
      ******************************************************************
      * Tenu au guichet par COFTRT (ecran COFPRES, transaction COFF) :
      * inventaire et mise hors service par un superviseur, location,
      * visite et resiliation par les guichetiers. Le coffre est
      * libere a la fin du contrat (resiliation au guichet, ou
      * echeance prevue atteinte, constatee par COFRELA).
      ******************************************************************
