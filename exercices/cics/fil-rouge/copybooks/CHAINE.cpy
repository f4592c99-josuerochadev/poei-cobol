      ******************************************************************
      * Copybook : CHAINE
      * Description : Etape de la chaine batch nocturne (fichier de
      *               pilotage FCHAINE du pilote PJ00CHAIN)
      * Fichier VSAM : FCHAINE (ESDS, acces par RBA)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  CHAINE-REC.
           05  CHN-PROGRAMME       PIC X(8).
           05  CHN-STATUT          PIC X(2).
               88  CHN-A-FAIRE     VALUE SPACES.
               88  CHN-EN-COURS    VALUE 'EC'.
               88  CHN-TERMINEE    VALUE 'OK'.
               88  CHN-EN-ERREUR   VALUE 'KO'.
               88  CHN-LIBEREE     VALUE 'GO'.
               88  CHN-SUSPENDUE   VALUE 'HD'.
           05  CHN-DATE            PIC X(10).
           05  CHN-HEURE           PIC X(8).
           05  CHN-FREQUENCE       PIC X(1).
               88  CHN-A-LA-DEMANDE VALUE 'D'.
           05  CHN-GROUPE          PIC X(2).
           05  FILLER              PIC X(49).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CHN-PROGRAMME   : Programme de l'etape, dans l'ordre de la
      *                   chaine
      * CHN-STATUT      : '  ' a faire, 'EC' en cours, 'OK' terminee,
      *                   'KO' en erreur, 'GO' etape a la demande
      *                   liberee par l'exploitant, 'HD' suspendue
      *                   par l'exploitant (non lancee tant qu'elle
      *                   n'est pas reprise)
      * CHN-DATE/HEURE  : Horodatage du dernier changement de statut
      *                   par le pilote (JJ/MM/AAAA, HH:MM:SS)
      * CHN-FREQUENCE   : 'Q' ou blanc quotidienne, 'H' hebdomadaire,
      *                   'M' mensuelle, 'T' trimestrielle, 'D' a la
      *                   demande
      * CHN-GROUPE      : Groupe de dependance (blanc = sans groupe)
      ******************************************************************
      * Tenu par le pilote batch PJ00CHAIN, qui le reecrit avant et
      * apres chaque etape. La console d'exploitation EXPLTRT
      * (transaction EXPL) le parcourt par RBA et y reecrit le seul
      * statut d'une etape (liberation, suspension, reprise) ; elle
      * refuse toute action tant qu'une etape est 'EC'.
      ******************************************************************
