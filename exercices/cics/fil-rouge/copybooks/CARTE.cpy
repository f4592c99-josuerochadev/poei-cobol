      * CRT-TITULAIRE       : Nom du porteur tel qu'embossse
      * CRT-EXPIRATION      : Fin de validite AAAAMM
      * CRT-STATUT          : 'A' active, 'O' opposee, 'E' expiree
      * CRT-PLAFOND-RETRAIT : Plafond des retraits sur 7 jours
      *                       glissants (0 = pas de plafond), tenu
      *                       par le batch de compensation CARTCLR
      * CRT-DATE-EMISSION   : Date d'emission AAAAMMJJ
      ******************************************************************
      * Entretenu par CARTTRT (ecran CARTPRES) sous controle SECTRT,
      * chaque mise a jour journalisee dans IMGJRN. Le batch mensuel
      * CARTEXP liste les cartes qui expirent sous deux mois pour
      * lancer les renouvellements. Le batch quotidien CARTCLR
      * impute aux comptes les operations du fichier de compensation
      * et ecarte en litige celles des cartes opposees ou expirees.
      ******************************************************************
