      ******************************************************************
      * Copybook : RUNLOG
      * Description : Journal des executions de la chaine batch
      *               (ecrit par PJ34LOG)
      * Fichier VSAM : RUNLOG (KSDS)
      * Clé primaire : RUN-CLE (date + heure + programme + type,
      *                25 caractères)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  RUNLOG-REC.
           05  RUN-CLE.
               10  RUN-DATE        PIC 9(8).
               10  RUN-HEURE       PIC 9(8).
               10  RUN-PROGRAMME   PIC X(8).
               10  RUN-TYPE        PIC X(1).
                   88  RUN-DEBUT     VALUE 'D'.
                   88  RUN-FIN       VALUE 'F'.
                   88  RUN-INCIDENT  VALUE 'I'.
           05  RUN-STATUT          PIC X(2).
           05  RUN-NB-LUS          PIC 9(7).
           05  RUN-NB-ECRITS       PIC 9(7).
           05  RUN-DATE-TRAIT      PIC X(8).
           05  FILLER              PIC X(31).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * RUN-DATE/HEURE  : Horodatage de l'ecriture AAAAMMJJ, HHMMSSCC
      * RUN-PROGRAMME   : Programme batch (le pilote est tronque en
      *                   'PJ00CHAI')
      * RUN-TYPE        : 'D' debut, 'F' fin du programme, 'I' dossier
      *                   d'incident FINCIDENT constitue par PJ45INCD
      *                   pour ce programme
      * RUN-STATUT      : Code retour sur deux positions ('00', '04',
      *                   '08'...) ; pour 'I', code retour de l'etape
      *                   en echec
      * RUN-NB-LUS/ECRITS : Comptages declares par le programme
      * RUN-DATE-TRAIT  : Date metier de la nuit traitee AAAAMMJJ
      *                   (blanc sur les enregistrements anciens)
      ******************************************************************
      * Consulte en batch par PJ34INQ et relu par le pilote PJ00CHAIN
      * pour son mode rattrapage ; la console EXPLTRT y lit en
      * parcours arriere les derniers debut, fin et incident de
      * chaque etape.
      ******************************************************************
