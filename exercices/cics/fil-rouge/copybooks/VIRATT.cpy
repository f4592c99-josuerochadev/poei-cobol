      * Description : Virements en attente de validation superviseur
      * Fichier VSAM : VIRATT (KSDS)
      * Clé primaire : ATT-CLE (date + heure + tache, 21 car.)
      * Longueur enregistrement : 107 octets
      ******************************************************************
       01  VIRATT-REC.
           05  ATT-CLE.
           05  ATT-SUPERVISEUR     PIC X(8).
           05  ATT-DATE-DECISION   PIC 9(7).
           05  ATT-MOTIF           PIC X(30).
           05  ATT-PROCURATION     PIC 9(2).
           05  ATT-REPRESENTANT    PIC 9(2).
           05  ATT-REPR-LEGAL      PIC X(1).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * ATT-SUPERVISEUR  : Superviseur signe qui a decide
      * ATT-DATE-DECISION: Date de la decision (EIBDATE)
      * ATT-MOTIF        : Motif du rejet (blanc pour une validation)
      * ATT-PROCURATION  : Procuration du mandataire qui a ordonne le
      *                    virement (00 = le titulaire), reverifiee a
      *                    la liberation
      * ATT-REPRESENTANT : Representant au registre REPRES qui a
      *                    ordonne le virement d'une personne morale
      *                    (00 = aucun), reverifie a la liberation
      * ATT-REPR-LEGAL   : 'O' representant legal du titulaire mineur
      *                    ou protege present a la saisie ; la
      *                    capacite est reverifiee a la liberation
      ******************************************************************
      * Alimente par VIRTRT quand le montant depasse le seuil lu au
      * fichier PARAMS (cle VIRSEUIL). Liste, validation (qui execute
