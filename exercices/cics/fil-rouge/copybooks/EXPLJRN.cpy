      ******************************************************************
      * Copybook : EXPLJRN
      * Description : Journal des actions d'exploitation sur la
      *               chaine batch (console EXPL)
      * Fichier VSAM : EXPLJRN (KSDS)
      * Clé primaire : EXJ-CLE (date + heure + tache, 21 car.)
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  EXPLJRN-REC.
           05  EXJ-CLE.
               10  EXJ-DATE        PIC 9(7).
               10  EXJ-HEURE       PIC 9(7).
               10  EXJ-TACHE       PIC 9(7).
           05  EXJ-USER            PIC X(8).
           05  EXJ-PROGRAMME       PIC X(8).
           05  EXJ-ACTION          PIC X(1).
               88  EXJ-LIBERATION  VALUE 'G'.
               88  EXJ-SUSPENSION  VALUE 'S'.
               88  EXJ-REPRISE     VALUE 'R'.
           05  EXJ-STATUT-AVANT    PIC X(2).
           05  EXJ-STATUT-APRES    PIC X(2).
           05  EXJ-MOTIF           PIC X(40).
           05  FILLER              PIC X(18).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * EXJ-DATE/HEURE  : Horodatage CICS (EIBDATE / EIBTIME)
      * EXJ-TACHE       : Numero de tache CICS (EIBTASKN)
      * EXJ-USER        : Exploitant ou superviseur signe (SEC-USER)
      * EXJ-PROGRAMME   : Etape de la chaine touchee (CHN-PROGRAMME)
      * EXJ-ACTION      : 'G' liberation d'une etape a la demande,
      *                   'S' suspension, 'R' reprise d'une etape
      *                   suspendue ou en erreur apres correction
      * EXJ-STATUT-AVANT/APRES : Statut FCHAINE avant et apres
      * EXJ-MOTIF       : Motif saisi par l'exploitant (obligatoire)
      ******************************************************************
      * Alimente par EXPLTRT dans l'unite logique de la reecriture de
      * FCHAINE : toute intervention manuelle sur la chaine est
      * tracee avec son auteur et sa raison.
      ******************************************************************
