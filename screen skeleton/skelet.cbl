        SELECT OUTPUTFILE ASSIGN TO WS-OUTPUT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CONTROLFILE ASSIGN TO WS-CONTROL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT AUDITLOG ASSIGN TO "audit.log"
        SELECT CPYCATFILE ASSIGN TO WS-CPYCAT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MRTFILE ASSIGN TO WS-MRT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DDLFILE ASSIGN TO WS-DDL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CFGFILE ASSIGN TO WS-CFG-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BMSFILE ASSIGN TO WS-BMS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT STAFILE ASSIGN TO WS-STA-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HISFILE ASSIGN TO "promotion.his"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEMFILE ASSIGN TO WS-DEM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DEMWRK ASSIGN TO WS-DEM-TMP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HABFILE ASSIGN TO WS-ACC-HAB-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ROLFILE ASSIGN TO WS-ACC-ROL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DSRFILE ASSIGN TO WS-DSR-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUTFILE.
           05 CTL-FORMAT          PIC X.
           05 CTL-LANG            PIC X.
           05 CTL-PARAMS          PIC X(200).
           05 CTL-CHKPT           PIC X(7).

       FD  AUDITLOG.
       01  AUDIT-RECORD           PIC X(80).
       FD  CFGFILE.
       01  CFG-RECORD             PIC X(80).

       FD  STAFILE.
       01  STA-RECORD.
           05 STA-TYPE            PIC X.
           05 FILLER              PIC X.
           05 STA-NAME            PIC X(20).
           05 FILLER              PIC X.
           05 STA-STATUS          PIC X(10).
           05 FILLER              PIC X.
           05 STA-MANVER          PIC 9(3).
           05 FILLER              PIC X.
           05 STA-USER            PIC X(8).
           05 FILLER              PIC X.
           05 STA-DATE            PIC X(8).

       FD  HISFILE.
       01  HIS-RECORD             PIC X(100).

       FD  DEMFILE.
       01  DEM-RECORD.
           05 DEM-ID              PIC 9(5).
           05 FILLER              PIC X.
           05 DEM-USER            PIC X(8).
           05 FILLER              PIC X.
           05 DEM-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 DEM-STATUS          PIC X(10).
           05 FILLER              PIC X.
           05 DEM-APP             PIC X(8).
           05 FILLER              PIC X.
           05 DEM-CHOICE          PIC X(2).
           05 FILLER              PIC X.
           05 DEM-COPYBOOK        PIC X(12).
           05 FILLER              PIC X.
           05 DEM-INFILE          PIC X(30).
           05 FILLER              PIC X.
           05 DEM-OUTFILE         PIC X(30).
           05 FILLER              PIC X.
           05 DEM-MANIFEST        PIC X(20).
           05 FILLER              PIC X.
           05 DEM-OUTCOME         PIC X(20).
           05 FILLER              PIC X.
           05 DEM-NOTE            PIC X(40).

       FD  DEMWRK.
       01  DEMWRK-RECORD          PIC X(204).

       FD  HABFILE.
       01  HAB-RECORD.
           05 HAB-AUTHOR          PIC X(8).
           05 FILLER              PIC X.
           05 HAB-ROLE            PIC X(8).
           05 FILLER              PIC X(63).

       FD  ROLFILE.
       01  ROL-RECORD.
           05 ROL-NAME            PIC X(8).
           05 FILLER              PIC X.
           05 ROL-OPTIONS         PIC X(150).

       FD  CPYCATFILE.
       01  CPC-RECORD.
           05 CPC-NAME            PIC X(8).
           05 CPC-VERSION         PIC X(8).
           05 CPC-KEYFIELD        PIC X(30).

       FD  MRTFILE.
       01  MRT-RECORD.
           05 MRT-FILE            PIC X(30).
           05 MRT-ROLE            PIC X.
           05 MRT-CODE            PIC X(8).
           05 MRT-COPYBOOK        PIC X(8).
           05 MRT-POS             PIC 9(4).
           05 MRT-LEN             PIC 9(2).
           05 MRT-CNTFIELD        PIC X(30).
           05 MRT-SUMFIELD        PIC X(30).
           05 MRT-CNTMODE         PIC X.

       FD  DDLFILE.
       01  DDL-RECORD             PIC X(80).

       FD  DSRFILE.
       01  DSR-RECORD.
           05 DSR-DSN             PIC X(30).
           05 DSR-ORG             PIC X.
           05 DSR-RECFM           PIC X(2).
           05 DSR-LRECL           PIC 9(5).
           05 DSR-COPYBOOK        PIC X(8).
           05 DSR-APP             PIC X(8).
           05 DSR-GDGLIM          PIC 9(3).
           05 DSR-RETPD           PIC 9(4).
           05 DSR-SPCUNIT         PIC X(3).
           05 DSR-SPCPRI          PIC 9(4).
           05 DSR-SPCSEC          PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-OPTIONS.
           05 WS-APP-NAME        PIC X(8).
              "Utiliser la zone REDEFINES".
           05 FILLER PIC X(52) VALUE
              "OCCURS DEPENDING ON - taille maximale retenue".
           05 FILLER PIC X(52) VALUE
              "Option 37: Generer une mise a jour maitre".
           05 FILLER PIC X(52) VALUE
              "37. Mise a jour maitre (balance-line)".
           05 FILLER PIC X(52) VALUE
              "Zone code mouvement (vide=octet en tete):".
           05 FILLER PIC X(52) VALUE
              "Codes ajout/modif/suppr (defaut AMS):".
           05 FILLER PIC X(52) VALUE
              "Fichier mouvements (trie sur la cle):".
           05 FILLER PIC X(52) VALUE
              "Option 38: Generer une migration de layout".
           05 FILLER PIC X(52) VALUE
              "38. Migration de layout (versions)".
           05 FILLER PIC X(52) VALUE
              "Ancien copybook (sans .cpy):".
           05 FILLER PIC X(52) VALUE
              "Nouveau copybook (sans .cpy):".
           05 FILLER PIC X(52) VALUE
              "Option 39: Construire une chaine de travaux".
           05 FILLER PIC X(52) VALUE
              "39. Chaine de travaux multi-etapes".
           05 FILLER PIC X(52) VALUE
              "Nom de la chaine (defaut CHAINE):".
           05 FILLER PIC X(52) VALUE
              "Application de l'etape (vide=fin):".
           05 FILLER PIC X(52) VALUE
              "Manifeste absent - generer le JCL (option 17)".
           05 FILLER PIC X(52) VALUE
              "Chaine ecrite:".
           05 FILLER PIC X(52) VALUE
              "Option 40: Generer un chargement DB2 en masse".
           05 FILLER PIC X(52) VALUE
              "40. Chargement DB2 (COMMIT et reprise)".
           05 FILLER PIC X(52) VALUE
              "Intervalle de COMMIT (defaut 1000):".
           05 FILLER PIC X(52) VALUE
              "Zone cle de reprise (vide=cle catalogue):".
           05 FILLER PIC X(52) VALUE
              "Option 41: Interface JSON/XML depuis un copybook".
           05 FILLER PIC X(52) VALUE
              "41. Interface JSON/XML (sortant/entrant)".
           05 FILLER PIC X(52) VALUE
              "Format (J=JSON, X=XML):".
           05 FILLER PIC X(52) VALUE
              "Sens (S=sortant, E=entrant):".
           05 FILLER PIC X(52) VALUE
              "Option 42: Pilote de test d'un sous-programme".
           05 FILLER PIC X(52) VALUE
              "42. Pilote de test d'un sous-programme".
           05 FILLER PIC X(52) VALUE
              "Jeu de cas de test a completer:".
           05 FILLER PIC X(52) VALUE
              "43. Revue des artefacts generes".
           05 FILLER PIC X(52) VALUE
              "Option 43: Revue des artefacts d'une application".
           05 FILLER PIC X(52) VALUE
              "Application a revoir:".
           05 FILLER PIC X(52) VALUE
              "Aucun statut: construire d'abord le manifeste".
           05 FILLER PIC X(52) VALUE
              "Revue refusee: vous etes auteur de l'application".
           05 FILLER PIC X(52) VALUE
              "Numero a marquer REVU (T=tous, vide=aucun):".
           05 FILLER PIC X(52) VALUE
              "Artefacts marques REVU:".
           05 FILLER PIC X(52) VALUE
              "44. Extraire les copybooks d'un programme".
           05 FILLER PIC X(52) VALUE
              "Option 44: Extraction de copybooks d'un source".
           05 FILLER PIC X(52) VALUE
              "Programme source (nom du fichier):".
           05 FILLER PIC X(52) VALUE
              "Groupes WS a extraire (ex 1,3 T=tous):".
           05 FILLER PIC X(52) VALUE
              "Copybooks extraits (voir extraction.rpt):".
           05 FILLER PIC X(52) VALUE
              "Source introuvable:".
           05 FILLER PIC X(52) VALUE
              "45. Masquer un fichier de production".
           05 FILLER PIC X(52) VALUE
              "Option 45: Programme de masquage de donnees".
           05 FILLER PIC X(52) VALUE
              "Champ sensible (vide = fin):".
           05 FILLER PIC X(52) VALUE
              "Regle F=fixe C=brouille D=date N=montant:".
           05 FILLER PIC X(52) VALUE
              "Valeur fixe / jours / % / cle de brouillage:".
           05 FILLER PIC X(52) VALUE
              "Champ inconnu ou regle incompatible:".
           05 FILLER PIC X(52) VALUE
              "Cle primaire: brouillage impose (unicite)".
           05 FILLER PIC X(52) VALUE
              "46. Fichiers entete/detail/fin".
           05 FILLER PIC X(52) VALUE
              "Option 46: Fichiers entete/detail/fin".
           05 FILLER PIC X(52) VALUE
              "Nom du fichier (dataset):".
           05 FILLER PIC X(52) VALUE
              "Action (A=Ajouter S=Supprimer Q=Quitter):".
           05 FILLER PIC X(52) VALUE
              "Role (E=Entete D=Detail F=Fin):".
           05 FILLER PIC X(52) VALUE
              "Valeur du code type:".
           05 FILLER PIC X(52) VALUE
              "Position du code type:".
           05 FILLER PIC X(52) VALUE
              "Longueur du code type:".
           05 FILLER PIC X(52) VALUE
              "Champ nombre d'enregistrements (vide=aucun):".
           05 FILLER PIC X(52) VALUE
              "Champ total de controle (vide=aucun):".
           05 FILLER PIC X(52) VALUE
              "Champ cumule dans le total (vide=aucun):".
           05 FILLER PIC X(52) VALUE
              "Nombre: D=details seuls T=tous:".
           05 FILLER PIC X(52) VALUE
              "Definition entete/detail/fin incoherente:".
           05 FILLER PIC X(52) VALUE
              "Copybook absent des types du fichier:".
           05 FILLER PIC X(52) VALUE
              "Aucun type d'enregistrement pour ce fichier".
           05 FILLER PIC X(52) VALUE
              "Registre entete/detail/fin plein".
           05 FILLER PIC X(52) VALUE
              "Role invalide".
           05 FILLER PIC X(52) VALUE
              "47. DDL CREATE TABLE depuis un copybook".
           05 FILLER PIC X(52) VALUE
              "Option 47: Generer le DDL CREATE TABLE".
           05 FILLER PIC X(52) VALUE
              "Cle alternative (vide si aucune):".
           05 FILLER PIC X(52) VALUE
              "DDL ecrit dans".
           05 FILLER PIC X(52) VALUE
              "Avertissements DDL (voir le fichier):".
           05 FILLER PIC X(52) VALUE
              "48. Epuration / archivage (retention)".
           05 FILLER PIC X(52) VALUE
              "Option 48: Generer un programme d'epuration".
           05 FILLER PIC X(52) VALUE
              "Zone date de retention:".
           05 FILLER PIC X(52) VALUE
              "Format (1=AAAAMMJJ 2=JJMMAAAA 3=AAMMJJ 4=AAAAQQQ):".
           05 FILLER PIC X(52) VALUE
              "Duree de retention en jours (defaut 365):".
           05 FILLER PIC X(52) VALUE
              "Zone statut (vide si aucune):".
           05 FILLER PIC X(52) VALUE
              "Statuts clos (ex. C,X):".
           05 FILLER PIC X(52) VALUE
              "Nom de base GDG de l'archive:".
           05 FILLER PIC X(52) VALUE
              "Zone date absente ou format incompatible".
           05 FILLER PIC X(52) VALUE
              "Zone statut ou valeurs invalides - ignoree".
           05 FILLER PIC X(52) VALUE
              "Option non autorisee pour votre role".
           05 FILLER PIC X(52) VALUE
              "Aucun role pour cet auteur - acces restreint".
           05 FILLER PIC X(52) VALUE
              "49. Registre des fichiers (DSN)".
           05 FILLER PIC X(52) VALUE
              "Option 49: Registre des fichiers".
           05 FILLER PIC X(52) VALUE
              "Organisation (S=sequentiel I=indexe R=relatif):".
           05 FILLER PIC X(52) VALUE
              "Format d'enregistrement (FB, VB...):".
           05 FILLER PIC X(52) VALUE
              "Longueur d'enregistrement (0=copybook):".
           05 FILLER PIC X(52) VALUE
              "Copybook (vide si aucun):".
           05 FILLER PIC X(52) VALUE
              "Application proprietaire:".
           05 FILLER PIC X(52) VALUE
              "Limite GDG (0=pas de GDG):".
           05 FILLER PIC X(52) VALUE
              "Retention en jours (0=aucune):".
           05 FILLER PIC X(52) VALUE
              "Unite d'espace (TRK/CYL):".
           05 FILLER PIC X(52) VALUE
              "Allocation primaire:".
           05 FILLER PIC X(52) VALUE
              "Allocation secondaire:".
           05 FILLER PIC X(52) VALUE
              "Registre des fichiers plein".
           05 FILLER PIC X(52) VALUE
              "Registre (numero = choisir):".
           05 FILLER PIC X(52) VALUE
              "Longueur registre differente du copybook:".
           05 FILLER PIC X(52) VALUE
              "Aucun fichier enregistre".
           05 FILLER PIC X(52) VALUE
              "Point de reprise tous les N enreg. (0=non):".
           05 FILLER PIC X(52) VALUE
              "Type d'enreg. rejete, position/longueur invalide:".
       01  WS-MSG-TABLE-EN.
           05 FILLER PIC X(52) VALUE
              "Accept? (Y/N):".
              "Use the REDEFINES view".
           05 FILLER PIC X(52) VALUE
              "OCCURS DEPENDING ON - maximum size assumed".
           05 FILLER PIC X(52) VALUE
              "Option 37: Generate a master file update".
           05 FILLER PIC X(52) VALUE
              "37. Master file update (balance-line)".
           05 FILLER PIC X(52) VALUE
              "Transaction code field (blank=leading byte):".
           05 FILLER PIC X(52) VALUE
              "Add/change/delete codes (default AMS):".
           05 FILLER PIC X(52) VALUE
              "Transaction file (sorted on key):".
           05 FILLER PIC X(52) VALUE
              "Option 38: Generate a layout migration".
           05 FILLER PIC X(52) VALUE
              "38. Layout migration (versions)".
           05 FILLER PIC X(52) VALUE
              "Old copybook (without .cpy):".
           05 FILLER PIC X(52) VALUE
              "New copybook (without .cpy):".
           05 FILLER PIC X(52) VALUE
              "Option 39: Build a multi-step job stream".
           05 FILLER PIC X(52) VALUE
              "39. Multi-step job stream".
           05 FILLER PIC X(52) VALUE
              "Job stream name (default CHAINE):".
           05 FILLER PIC X(52) VALUE
              "Step application (blank=end):".
           05 FILLER PIC X(52) VALUE
              "Manifest missing - generate the JCL (option 17)".
           05 FILLER PIC X(52) VALUE
              "Job stream written:".
           05 FILLER PIC X(52) VALUE
              "Option 40: Generate a DB2 bulk load".
           05 FILLER PIC X(52) VALUE
              "40. DB2 bulk load (COMMIT and restart)".
           05 FILLER PIC X(52) VALUE
              "COMMIT interval (default 1000):".
           05 FILLER PIC X(52) VALUE
              "Restart key field (blank=catalog key):".
           05 FILLER PIC X(52) VALUE
              "Option 41: JSON/XML interface from a copybook".
           05 FILLER PIC X(52) VALUE
              "41. JSON/XML interface (outbound/inbound)".
           05 FILLER PIC X(52) VALUE
              "Format (J=JSON, X=XML):".
           05 FILLER PIC X(52) VALUE
              "Direction (O=outbound, I=inbound):".
           05 FILLER PIC X(52) VALUE
              "Option 42: Test driver for a subroutine".
           05 FILLER PIC X(52) VALUE
              "42. Subroutine test driver".
           05 FILLER PIC X(52) VALUE
              "Test-case file to fill in:".
           05 FILLER PIC X(52) VALUE
              "43. Review generated artifacts".
           05 FILLER PIC X(52) VALUE
              "Option 43: Review an application's artifacts".
           05 FILLER PIC X(52) VALUE
              "Application to review:".
           05 FILLER PIC X(52) VALUE
              "No status file: build the manifest first".
           05 FILLER PIC X(52) VALUE
              "Review refused: you authored this application".
           05 FILLER PIC X(52) VALUE
              "Number to mark REVIEWED (T=all, blank=none):".
           05 FILLER PIC X(52) VALUE
              "Artifacts marked REVIEWED:".
           05 FILLER PIC X(52) VALUE
              "44. Harvest copybooks from a program".
           05 FILLER PIC X(52) VALUE
              "Option 44: Harvest copybooks from a source member".
           05 FILLER PIC X(52) VALUE
              "Source program (file name):".
           05 FILLER PIC X(52) VALUE
              "WS groups to harvest (e.g. 1,3 T=all):".
           05 FILLER PIC X(52) VALUE
              "Copybooks harvested (see extraction.rpt):".
           05 FILLER PIC X(52) VALUE
              "Source not found:".
           05 FILLER PIC X(52) VALUE
              "45. Mask a production file".
           05 FILLER PIC X(52) VALUE
              "Option 45: Data masking program".
           05 FILLER PIC X(52) VALUE
              "Sensitive field (blank = done):".
           05 FILLER PIC X(52) VALUE
              "Rule F=fixed C=scramble D=date N=amount:".
           05 FILLER PIC X(52) VALUE
              "Fixed value / days / % / scramble key:".
           05 FILLER PIC X(52) VALUE
              "Unknown field or incompatible rule:".
           05 FILLER PIC X(52) VALUE
              "Primary key: scrambling forced (uniqueness)".
           05 FILLER PIC X(52) VALUE
              "46. Header/detail/trailer files".
           05 FILLER PIC X(52) VALUE
              "Option 46: Header/detail/trailer files".
           05 FILLER PIC X(52) VALUE
              "File (dataset) name:".
           05 FILLER PIC X(52) VALUE
              "Action (A=Add S=Delete Q=Quit):".
           05 FILLER PIC X(52) VALUE
              "Role (E=Header D=Detail F=Trailer):".
           05 FILLER PIC X(52) VALUE
              "Record type code value:".
           05 FILLER PIC X(52) VALUE
              "Type code position:".
           05 FILLER PIC X(52) VALUE
              "Type code length:".
           05 FILLER PIC X(52) VALUE
              "Record count field (blank=none):".
           05 FILLER PIC X(52) VALUE
              "Hash total field (blank=none):".
           05 FILLER PIC X(52) VALUE
              "Field summed into hash total (blank=none):".
           05 FILLER PIC X(52) VALUE
              "Count: D=details only T=all records:".
           05 FILLER PIC X(52) VALUE
              "Inconsistent header/detail/trailer definition:".
           05 FILLER PIC X(52) VALUE
              "Copybook is not a record type of the file:".
           05 FILLER PIC X(52) VALUE
              "No record type defined for this file".
           05 FILLER PIC X(52) VALUE
              "Header/detail/trailer registry full".
           05 FILLER PIC X(52) VALUE
              "Invalid role".
           05 FILLER PIC X(52) VALUE
              "47. CREATE TABLE DDL from a copybook".
           05 FILLER PIC X(52) VALUE
              "Option 47: Generate CREATE TABLE DDL".
           05 FILLER PIC X(52) VALUE
              "Alternate key (blank if none):".
           05 FILLER PIC X(52) VALUE
              "DDL written to".
           05 FILLER PIC X(52) VALUE
              "DDL warnings (see the file):".
           05 FILLER PIC X(52) VALUE
              "48. Purge / archive (retention)".
           05 FILLER PIC X(52) VALUE
              "Option 48: Generate a purge program".
           05 FILLER PIC X(52) VALUE
              "Retention date field:".
           05 FILLER PIC X(52) VALUE
              "Format (1=YYYYMMDD 2=DDMMYYYY 3=YYMMDD 4=YYYYDDD):".
           05 FILLER PIC X(52) VALUE
              "Retention period in days (default 365):".
           05 FILLER PIC X(52) VALUE
              "Status field (blank if none):".
           05 FILLER PIC X(52) VALUE
              "Closed statuses (e.g. C,X):".
           05 FILLER PIC X(52) VALUE
              "Archive GDG base name:".
           05 FILLER PIC X(52) VALUE
              "Date field missing or format mismatch".
           05 FILLER PIC X(52) VALUE
              "Invalid status field or values - ignored".
           05 FILLER PIC X(52) VALUE
              "Option not permitted for your role".
           05 FILLER PIC X(52) VALUE
              "No role for this author - access restricted".
           05 FILLER PIC X(52) VALUE
              "49. Dataset registry (DSN)".
           05 FILLER PIC X(52) VALUE
              "Option 49: Dataset registry".
           05 FILLER PIC X(52) VALUE
              "Organization (S=sequential I=indexed R=relative):".
           05 FILLER PIC X(52) VALUE
              "Record format (FB, VB...):".
           05 FILLER PIC X(52) VALUE
              "Record length (0=from copybook):".
           05 FILLER PIC X(52) VALUE
              "Copybook (blank if none):".
           05 FILLER PIC X(52) VALUE
              "Owning application:".
           05 FILLER PIC X(52) VALUE
              "GDG limit (0=not a GDG):".
           05 FILLER PIC X(52) VALUE
              "Retention in days (0=none):".
           05 FILLER PIC X(52) VALUE
              "Space unit (TRK/CYL):".
           05 FILLER PIC X(52) VALUE
              "Primary allocation:".
           05 FILLER PIC X(52) VALUE
              "Secondary allocation:".
           05 FILLER PIC X(52) VALUE
              "Dataset registry full".
           05 FILLER PIC X(52) VALUE
              "Registry (number = pick):".
           05 FILLER PIC X(52) VALUE
              "Registered length differs from copybook:".
           05 FILLER PIC X(52) VALUE
              "No dataset registered".
           05 FILLER PIC X(52) VALUE
              "Checkpoint every N records (0=none):".
           05 FILLER PIC X(52) VALUE
              "Record type rejected, invalid position/length:".
       01  WS-UI-TABLE.
           05 WS-UI-TXT PIC X(52) OCCURS 265 TIMES.

       01  WS-DSNTYPE-VARS.
           05 WS-GEN-INTYPE       PIC X VALUE 'N'.
           05 WS-TPL-SINON        PIC 9(3).
           05 WS-TPL-FIN-SI       PIC 9(3).
           05 WS-TPL-BORNE        PIC 9(3).
           05 WS-TPL-COND         PIC X.
           05 WS-TPL-EXPANDED     PIC 9(4).
           05 WS-TPL-COPYBOOK     PIC X(30) VALUE "RECORD-FORMAT".

           05 WS-VRF-RPT-LINE     PIC X(80).

       01  WS-GEN-BUFFER.
           05 WS-GEN-COUNT        PIC 9(4) VALUE 0.
           05 WS-GEN-LINE-TAB     PIC X(80) OCCURS 1500 TIMES.
           05 WS-GEN-IDX          PIC 9(4).
           05 WS-GEN-LINE         PIC X(80).
           05 WS-GEN-ACCEPT       PIC X.
           05 WS-GEN-PAUSE        PIC X.
           05 WS-SCN-RTGT         PIC X(30).
           05 WS-SCN-OCCN         PIC 9(3).
           05 WS-SCN-ODO-FLAG     PIC X VALUE 'N'.
           05 WS-SCN-OVFL         PIC X VALUE 'N'.
           05 WS-SCN-CUR-LEG      PIC 9(2) VALUE 0.
           05 WS-SCN-LEG-LEVEL    PIC 9(2).
           05 WS-SCN-GRPOCC-LEVEL PIC 9(2) VALUE 0.
           05 WS-SCN-GRPOCC-START PIC 9(3).
           05 WS-SCN-GRPOCC-N     PIC 9(3).
           05 WS-SCN-GRPOCC-NAME  PIC X(30).
           05 WS-SCN-OCC-IDX      PIC 9(3).
           05 WS-SCN-REP          PIC 9(3).
           05 WS-SCN-I            PIC 9(3).
               10 WS-GRP-NAME      PIC X(30).
               10 WS-GRP-LEVEL     PIC 9(2).
               10 WS-GRP-START     PIC 9(3).
           05 WS-OCG-COUNT        PIC 9(2) VALUE 0.
           05 WS-OCG-ENTRY OCCURS 20 TIMES.
               10 WS-OCG-NAME      PIC X(30).
               10 WS-OCG-FIRST     PIC X(30).
           05 WS-OCG-IDX          PIC 9(2).

       01  WS-SUBROUTINE-CATALOG.
           05 WS-SUB-COUNT        PIC 9(3) VALUE 0.
               10 WS-ART-TYPE      PIC X.
               10 WS-ART-NAME      PIC X(20).
               10 WS-ART-VERSION   PIC X(8).
           05 WS-ART-KEEP          PIC 9(2).
           05 WS-ART-IDX           PIC 9(2).
           05 WS-ART-NEW-TYPE      PIC X.
           05 WS-ART-NEW-NAME      PIC X(20).
           05 WS-AUD-PARAGRAPH    PIC X(30).
       01  WS-AUD-TIME-RAW        PIC X(8).

       01  WS-PROMOTION-VARS.
           05 WS-STA-FILENAME     PIC X(20).
           05 WS-HIS-FILENAME     PIC X(20) VALUE "promotion.his".
           05 WS-STA-EOF          PIC X.
           05 WS-STA-COUNT        PIC 9(2) VALUE 0.
           05 WS-STA-ENTRY OCCURS 50 TIMES.
               10 WS-STA-TYPE     PIC X.
               10 WS-STA-NAME     PIC X(20).
               10 WS-STA-STATUS   PIC X(10).
               10 WS-STA-MANVER   PIC 9(3).
               10 WS-STA-USER     PIC X(8).
               10 WS-STA-DATE     PIC X(8).
           05 WS-STA-IDX          PIC 9(2).
           05 WS-STA-CHANGED      PIC 9(2).
           05 WS-STA-CHANGED-DISP PIC Z9.
           05 WS-MAN-VERSION      PIC 9(3) VALUE 0.
           05 WS-REV-APP          PIC X(8).
           05 WS-REV-ANSWER       PIC X(3).
           05 WS-REV-NUM          PIC 9(2).
           05 WS-REV-AUTHOR-HIT   PIC X.
           05 WS-REV-EOF          PIC X.
           05 WS-REV-GEN-LINE     PIC X.
           05 WS-REV-IDX          PIC 9(2).

       01  WS-REV-NONGEN-VALUES.
           05 FILLER              PIC X(30)
               VALUE "EXIT-PROGRAM".
           05 FILLER              PIC X(30)
               VALUE "INVALID".
           05 FILLER              PIC X(30)
               VALUE "REVIEW-ARTIFACTS".
           05 FILLER              PIC X(30)
               VALUE "VERIFY-GENERATED-SOURCE".
           05 FILLER              PIC X(30)
               VALUE "UNDO-LAST-GENERATION".
           05 FILLER              PIC X(30)
               VALUE "MAINTAIN-SUBROUTINE-CATALOG".
           05 FILLER              PIC X(30)
               VALUE "SAVE-GENERATION-PROFILE".
           05 FILLER              PIC X(30)
               VALUE "REPLAY-GENERATION-PROFILE".
           05 FILLER              PIC X(30)
               VALUE "MAINTAIN-COPYBOOK-CATALOG".
           05 FILLER              PIC X(30)
               VALUE "HARVEST-COPYBOOKS".
           05 FILLER              PIC X(30)
               VALUE "MAINTAIN-RECORD-TYPES".
           05 FILLER              PIC X(30)
               VALUE "MAINTAIN-DATASET-REGISTRY".
       01  WS-REV-NONGEN-TABLE REDEFINES WS-REV-NONGEN-VALUES.
           05 WS-REV-NONGEN-NAME  PIC X(30) OCCURS 12 TIMES.

       01  WS-HIS-LINE.
           05 WS-HIS-DATE         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-TIME         PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-APP          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-USER         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-TYPE         PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-NAME         PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-OLD          PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-HIS-NEW          PIC X(10).
           05 FILLER              PIC X(2) VALUE " V".
           05 WS-HIS-MANVER       PIC 9(3).

       01  WS-HARVEST-VARS.
           05 WS-HRV-SOURCE       PIC X(20).
           05 WS-HRV-OWNER        PIC X(8).
           05 WS-HRV-SECTION      PIC X.
           05 WS-HRV-LINENO       PIC 9(5).
           05 WS-HRV-DONE         PIC X.
           05 WS-HRV-OPEN         PIC 9(2).
           05 WS-HRV-FDNAME       PIC X(30).
           05 WS-HRV-TOK1         PIC X(30).
           05 WS-HRV-TOK2         PIC X(30).
           05 WS-HRV-COUNT        PIC 9(2) VALUE 0.
           05 WS-HRV-ENTRY OCCURS 50 TIMES.
               10 WS-HRV-NAME     PIC X(30).
               10 WS-HRV-SECT     PIC X.
               10 WS-HRV-FROM     PIC 9(5).
               10 WS-HRV-TO       PIC 9(5).
               10 WS-HRV-STATE    PIC X.
               10 WS-HRV-CPY      PIC X(8).
               10 WS-HRV-WNUM     PIC 9(2).
               10 WS-HRV-FILE     PIC X(30).
           05 WS-HRV-IDX          PIC 9(2).
           05 WS-HRV-WCOUNT       PIC 9(2).
           05 WS-HRV-PICK         PIC X(3) OCCURS 10 TIMES.
           05 WS-HRV-PICK-IDX     PIC 9(2).
           05 WS-HRV-PICK-NUM     PIC 9(2).
           05 WS-HRV-WORK         PIC X(30).
           05 WS-HRV-CHAR-IDX     PIC 9(2).
           05 WS-HRV-NAME-LEN     PIC 9(2).
           05 WS-HRV-SUFFIX       PIC 9.
           05 WS-HRV-CAT-IDX      PIC 9(2).
           05 WS-HRV-FREE         PIC X.
           05 WS-HRV-TALLY        PIC 9(3).
           05 WS-HRV-EXTRACTED    PIC 9(2).
           05 WS-HRV-FAILED       PIC 9(2).
           05 WS-HRV-DIFF         PIC X.
           05 WS-HRV-CPY-EOF      PIC X.
           05 WS-HRV-VER-NUM      PIC 9(4).
           05 WS-HRV-VER-DISP     PIC Z(3)9.
           05 WS-HRV-COUNT-DISP   PIC Z9.
           05 WS-HRV-FROM-DISP    PIC Z(4)9.
           05 WS-HRV-TO-DISP      PIC Z(4)9.

       01  WS-MASKING-VARS.
           05 WS-MSK-COUNT        PIC 9(2) VALUE 0.
           05 WS-MSK-ENTRY OCCURS 20 TIMES.
               10 WS-MSK-FLD       PIC 9(3).
               10 WS-MSK-RULE      PIC X.
               10 WS-MSK-PARAM     PIC X(30).
           05 WS-MSK-IDX          PIC 9(2).
           05 WS-MSK-FIELD        PIC X(30).
           05 WS-MSK-FOUND        PIC 9(3).
           05 WS-MSK-DONE         PIC X.
           05 WS-MSK-OK           PIC X.
           05 WS-MSK-TALLY        PIC 9(3).
           05 WS-MSK-DIGITS       PIC 9(3).
           05 WS-MSK-K-DISP       PIC Z9.
           05 WS-MSK-N-DISP       PIC ZZ9.
           05 WS-MSK-D-DISP       PIC ZZ9.
           05 WS-MSK-RULE-TXT     PIC X(15).
           05 WS-MSK-DIGIT-SET    PIC X(12).
           05 WS-MSK-BLANKS       PIC X(12) VALUE SPACES.
           05 WS-MSK-SCAN         PIC X(30).
           05 WS-MSK-TEMPLATE     PIC X(72).
           05 WS-MSK-HEAD         PIC X(72).
           05 WS-MSK-TAIL         PIC X(72).
           05 WS-MSK-HEAD-LEN     PIC 9(3).
           05 WS-MSK-RPT-TEXT     PIC X(45).
           05 WS-MSK-RPT-TARGET   PIC X(20).

       01  WS-RECTYPE-VARS.
           05 WS-MRT-FILENAME     PIC X(20) VALUE "multienr.dat".
           05 WS-MRT-EOF          PIC X.
           05 WS-MRT-ACTION       PIC X.
           05 WS-MRT-NUM          PIC 9(2).
           05 WS-MRT-IDX          PIC 9(3).
           05 WS-MRT-COUNT        PIC 9(3) VALUE 0.
           05 WS-MRT-ENTRY OCCURS 100 TIMES.
               10 WS-MRT-FILE      PIC X(30).
               10 WS-MRT-ROLE      PIC X.
               10 WS-MRT-CODE      PIC X(8).
               10 WS-MRT-CPY       PIC X(8).
               10 WS-MRT-POS       PIC 9(4).
               10 WS-MRT-LEN       PIC 9(2).
               10 WS-MRT-CNT       PIC X(30).
               10 WS-MRT-SUM       PIC X(30).
               10 WS-MRT-MODE      PIC X.
           05 WS-MRT-DATASET      PIC X(30).
           05 WS-MRT-SHOWN        PIC 9(2).
           05 WS-MRT-MAP          PIC 9(3) OCCURS 6 TIMES.
           05 WS-RT-COUNT         PIC 9(2) VALUE 0.
           05 WS-RT-ENTRY OCCURS 6 TIMES.
               10 WS-RT-ROLE       PIC X.
               10 WS-RT-CODE       PIC X(8).
               10 WS-RT-CPY        PIC X(8).
               10 WS-RT-RECNAME    PIC X(30).
               10 WS-RT-CNT        PIC X(30).
               10 WS-RT-SUM        PIC X(30).
               10 WS-RT-MODE       PIC X.
           05 WS-RT-IDX           PIC 9(2).
           05 WS-RT-POS           PIC 9(4).
           05 WS-RT-LEN           PIC 9(2).
           05 WS-RT-HDR           PIC 9(2).
           05 WS-RT-TRL           PIC 9(2).
           05 WS-RT-DET           PIC 9(2).
           05 WS-RT-NHDR          PIC 9(2).
           05 WS-RT-NTRL          PIC 9(2).
           05 WS-RT-MAIN          PIC 9(2).
           05 WS-RT-BAD           PIC X.
           05 WS-RT-COUNTER       PIC X(12).
           05 WS-RT-SAVE-CPY      PIC X(12).
           05 WS-RT-SAVE-HV       PIC 9(3).
           05 WS-RT-NUM-DISP      PIC Z(3)9.
           05 WS-RT-IDX-DISP      PIC Z9.
           05 WS-RT-IND           PIC 9(2) VALUE 0.
           05 WS-RT-COL           PIC 9(2).
           05 WS-RT-MSG           PIC X(40).
           05 WS-RT-LINE          PIC X(72).

       01  WS-DDL-VARS.
           05 WS-DDL-FILENAME     PIC X(40).
           05 WS-DDL-LINE         PIC X(80).
           05 WS-DDL-ALTKEY       PIC X(30).
           05 WS-DDL-KEYIDX       PIC 9(3).
           05 WS-DDL-ALTIDX       PIC 9(3).
           05 WS-DDL-KEYCOL       PIC X(30).
           05 WS-DDL-ALTCOL       PIC X(30).
           05 WS-DDL-NULLS        PIC X(22).
           05 WS-DDL-SEP          PIC X.
           05 WS-DDL-OPEN         PIC X(7).
           05 WS-DDL-SUFFIX       PIC X(3).
           05 WS-DDL-EDITED       PIC 9(3).
           05 WS-DDL-LEN          PIC 9(4).
           05 WS-DDL-LEN-DISP     PIC Z(3)9.
           05 WS-DDL-OCC-BASE     PIC X(30).
           05 WS-DDL-OCC-BLEN     PIC 9(2).
           05 WS-DDL-OCC-N        PIC 9(3).
           05 WS-DDL-OCC-DISP     PIC ZZ9.
           05 WS-DDL-J            PIC 9(3).
           05 WS-DDL-WARN-COUNT   PIC 9(3) VALUE 0.
           05 WS-DDL-WARN-TAB     PIC X(78) OCCURS 60 TIMES.
           05 WS-DDL-WARN-IDX     PIC 9(3).
           05 WS-DDL-WARN-LINE    PIC X(78).
           05 WS-DDL-WARN-DISP    PIC ZZ9.

       01  WS-RETENTION-VARS.
           05 WS-RET-FIELD        PIC X(30).
           05 WS-RET-FOUND        PIC 9(3).
           05 WS-RET-DATE-IDX     PIC 9(3).
           05 WS-RET-FORMAT       PIC 9.
           05 WS-RET-FMT-LEN      PIC 9.
           05 WS-RET-DAYS         PIC 9(5).
           05 WS-RET-DAYS-DISP    PIC Z(4)9.
           05 WS-RET-STAT-IDX     PIC 9(3).
           05 WS-RET-STAT-LIST    PIC X(40).
           05 WS-RET-STAT-COUNT   PIC 9.
           05 WS-RET-STAT-VAL     PIC X(10) OCCURS 5 TIMES.
           05 WS-RET-STAT-I       PIC 9.
           05 WS-RET-TALLY        PIC 9(2).
           05 WS-RET-OK           PIC X.
           05 WS-RET-ARCFILE      PIC X(30).
           05 WS-RET-REF          PIC X(40).
           05 WS-RET-TEMPLATE     PIC X(72).
           05 WS-RET-HEAD         PIC X(72).
           05 WS-RET-TAIL         PIC X(72).
           05 WS-RET-HEAD-LEN     PIC 9(2).

       01  WS-CHECKPOINT-VARS.
           05 WS-CHK-FILENAME     PIC X(20) VALUE "reprise.dat".
           05 WS-CHK-DONE         PIC 9(5) VALUE 0.
           05 WS-RUNLOG-WRITESRC  PIC X(14).
           05 WS-RUNLOG-STATSRC   PIC X(14).

       01  WS-CKPGEN-VARS.
           05 WS-CKP-INTERVAL     PIC 9(7) VALUE 0.
           05 WS-CKP-INPUT        PIC X(7).
           05 WS-CKP-I            PIC 9(2).
           05 WS-CKP-PGM          PIC X(8).
           05 WS-CKP-COUNTSRC     PIC X(14).
           05 WS-CKP-COUNT2SRC    PIC X(14).
           05 WS-CKP-KEYSRC       PIC X(30).
           05 WS-CKP-INFILE       PIC X(14).
           05 WS-CKP-INTO         PIC X(30).
           05 WS-CKP-WORKLEN      PIC 9(5).
           05 WS-CKP-TOT-COUNT    PIC 9 VALUE 0.
           05 WS-CKP-TOTSRC       PIC X(14) OCCURS 3 TIMES.
           05 WS-CKP-OUT-COUNT    PIC 9 VALUE 0.
           05 WS-CKP-OUT OCCURS 2 TIMES.
               10 WS-CKP-OUTFILE  PIC X(14).
               10 WS-CKP-OUTREC   PIC X(30).
               10 WS-CKP-OUTCNT   PIC X(30).
           05 WS-CKP-IDX          PIC 9.
           05 WS-CKP-IDX-DISP     PIC 9.
           05 WS-CKP-DISP         PIC Z(6)9.
           05 WS-CKP-LEN-DISP     PIC Z(4)9.
           05 WS-CKP-JCL-FLAG     PIC X VALUE 'N'.
           05 WS-RET-JCL-FLAG     PIC X VALUE 'N'.
           05 WS-JCL-PARM-SYM     PIC X(4).

       01  WS-CNVGEN-VARS.
           05 WS-CNV-DIR          PIC X.
           05 WS-CNV-IDX          PIC 9(3).
       01  WS-DMPGEN-VARS.
           05 WS-DMP-MODE         PIC X.
           05 WS-DMP-FILE         PIC X(30).
           05 WS-DMP-PARA         PIC X(30).
           05 WS-DMP-FROM         PIC 9(5).
           05 WS-DMP-TO           PIC 9(5).
           05 WS-DMP-IDX          PIC 9(3).
           05 WS-DMP-NUM-DISP     PIC ZZZZ9.

       01  WS-MAJGEN-VARS.
           05 WS-MAJ-OLDFILE      PIC X(30).
           05 WS-MAJ-TRANSFILE    PIC X(30).
           05 WS-MAJ-ASSIGN-TR    PIC X(40).
           05 WS-MAJ-CODEFIELD    PIC X(30).
           05 WS-MAJ-CODES        PIC X(3).
           05 WS-MAJ-KEYIDX       PIC 9(3).
           05 WS-MAJ-CODEIDX      PIC 9(3).
           05 WS-MAJ-IDX          PIC 9(3).
           05 WS-MAJ-SHIFT        PIC 9(1).
           05 WS-MAJ-KPOS-DISP    PIC ZZZZ9.
           05 WS-MAJ-TKPOS-DISP   PIC ZZZZ9.
           05 WS-MAJ-CPOS-DISP    PIC ZZZZ9.
           05 WS-MAJ-POS-DISP     PIC ZZZZ9.
           05 WS-MAJ-TPOS-DISP    PIC ZZZZ9.
           05 WS-MAJ-LEN-DISP     PIC ZZZ9.
           05 WS-MAJ-KLEN-DISP    PIC ZZZ9.
           05 WS-MAJ-REASON       PIC X(25).

       01  WS-MIGGEN-VARS.
           05 WS-MIG-OLDCPY       PIC X(12).
           05 WS-MIG-OLD-TOTLEN   PIC 9(5).
           05 WS-MIG-OLD-COUNT    PIC 9(3) VALUE 0.
           05 WS-MIG-OLD-ENTRY OCCURS 100 TIMES.
               10 WS-MIG-OLD-REF   PIC X(30).
               10 WS-MIG-OLD-PIC   PIC X(20).
               10 WS-MIG-OLD-USAGE PIC X(8).
               10 WS-MIG-OLD-LEN   PIC 9(4).
               10 WS-MIG-OLD-OFF   PIC 9(5).
               10 WS-MIG-OLD-USED  PIC X.
           05 WS-MIG-MAP          PIC 9(3) OCCURS 100 TIMES.
           05 WS-MIG-KIND         PIC X OCCURS 100 TIMES.
           05 WS-MIG-IDX          PIC 9(3).
           05 WS-MIG-OLDIDX       PIC 9(3).
           05 WS-MIG-NUM-DISP     PIC 999.
           05 WS-MIG-OPOS-DISP    PIC ZZZZ9.
           05 WS-MIG-NPOS-DISP    PIC ZZZZ9.
           05 WS-MIG-OLEN-DISP    PIC ZZZ9.
           05 WS-MIG-NLEN-DISP    PIC ZZZ9.
           05 WS-MIG-RLEN-DISP    PIC ZZZZ9.
           05 WS-MIG-PFX          PIC X(6).
           05 WS-MIG-STATUS       PIC X(12).

       01  WS-JSTGEN-VARS.
           05 WS-JST-NAME         PIC X(8).
           05 WS-JST-APP-NEW      PIC X(8).
           05 WS-JST-DONE         PIC X.
           05 WS-JST-STEP-COUNT   PIC 9(2) VALUE 0.
           05 WS-JST-STEP-APP     PIC X(8) OCCURS 10 TIMES.
           05 WS-JST-DD-COUNT     PIC 9(3) VALUE 0.
           05 WS-JST-DD-ENTRY OCCURS 150 TIMES.
               10 WS-JST-DD-STEP  PIC 9(2).
               10 WS-JST-DD-NAME  PIC X(8).
               10 WS-JST-DD-IO    PIC X.
               10 WS-JST-DD-TYPE  PIC X.
               10 WS-JST-DD-DSN   PIC X(30).
               10 WS-JST-DD-PASS  PIC X.
           05 WS-JST-IDX          PIC 9(2).
           05 WS-JST-DDX          PIC 9(3).
           05 WS-JST-IN-DDX       PIC 9(3).
           05 WS-JST-OUT-DDX      PIC 9(3).
           05 WS-JST-STEP-DISP    PIC 99.
           05 WS-JST-PREV-DISP    PIC 99.
           05 WS-JST-NEXT-DISP    PIC 99.
           05 WS-JST-TOK1         PIC X(2).
           05 WS-JST-TOK2         PIC X(8).
           05 WS-JST-TOK3         PIC X.
           05 WS-JST-TOK4         PIC X.
           05 WS-JST-TOK5         PIC X(30).
           05 WS-JST-EOF          PIC X.

       01  WS-DB2LGEN-VARS.
           05 WS-DB2L-COMMIT      PIC 9(5).
           05 WS-DB2L-CMT-DISP    PIC ZZZZ9.
           05 WS-DB2L-KEYFIELD    PIC X(30).
           05 WS-DB2L-KEYIDX      PIC 9(3).
           05 WS-DB2L-KPOS-DISP   PIC ZZZZ9.
           05 WS-DB2L-KLEN-DISP   PIC ZZZ9.
           05 WS-DB2L-RLEN-DISP   PIC ZZZZ9.
           05 WS-DB2L-BASE        PIC X(30).
           05 WS-DB2L-SUB         PIC X(30).
           05 WS-DB2L-SUBPOS      PIC 9(3).

       01  WS-JSNGEN-VARS.
           05 WS-JSN-FORMAT       PIC X.
           05 WS-JSN-DIRECTION    PIC X.
           05 WS-JSN-PGM          PIC X(8).
           05 WS-JSN-WORK         PIC 9(7).
           05 WS-JSN-LINELEN      PIC 9(5).
           05 WS-JSN-TEXTLEN      PIC 9(5).
           05 WS-JSN-LINE-DISP    PIC ZZZZ9.
           05 WS-JSN-INLEN-DISP   PIC ZZZZ9.
           05 WS-JSN-TEXT-DISP    PIC ZZZZ9.
           05 WS-JSN-RLEN-DISP    PIC ZZZZ9.
           05 WS-JSN-LEN-DISP     PIC ZZZZ9.
           05 WS-JSN-INT-DISP     PIC Z9.
           05 WS-JSN-DEC-DISP     PIC Z9.
           05 WS-JSN-NUM-DISP     PIC 999.
           05 WS-JSN-SUB-DISP     PIC ZZ9.
           05 WS-JSN-I            PIC 9(3).
           05 WS-JSN-J            PIC 9(3).
           05 WS-JSN-K            PIC 9(3).
           05 WS-JSN-N            PIC 9(3).
           05 WS-JSN-R            PIC 9(3).
           05 WS-JSN-M            PIC 9(3).
           05 WS-JSN-FIELD        PIC 9(3).
           05 WS-JSN-POS          PIC 9(3).
           05 WS-JSN-PTR          PIC 9(3).
           05 WS-JSN-BASE         PIC X(30).
           05 WS-JSN-SUB          PIC X(30).
           05 WS-JSN-BASE2        PIC X(30).
           05 WS-JSN-SUB2         PIC X(30).
           05 WS-JSN-EXP-SUB      PIC X(30).
           05 WS-JSN-GRPNAME      PIC X(30).
           05 WS-JSN-ROLE         PIC X.
           05 WS-JSN-FIRST        PIC X.
           05 WS-JSN-MATCH        PIC X.
           05 WS-JSN-PIECE        PIC X(40).

       01  WS-TDRV-VARS.
           05 WS-TDRV-PGM         PIC X(8).
           05 WS-TDRV-CASEFILE    PIC X(20).
           05 WS-TDRV-FOUND       PIC X.
           05 WS-TDRV-IDX         PIC 9(3).
           05 WS-TDRV-TYPE        PIC X(5).
           05 WS-TDRV-POS-DISP    PIC 9(5).
           05 WS-TDRV-LEN-DISP    PIC 9(4).
           05 WS-TDRV-LINE        PIC X(100).
       01  WS-CPYCAT-VARS.
           05 WS-CPYCAT-FILENAME  PIC X(20) VALUE "cpycat.dat".
           05 WS-CPYCAT-EOF       PIC X.
           05 WS-PRF-CHOICE       PIC X(2).
           05 WS-PRF-LAST-COUNT   PIC 9(3) VALUE 0.
           05 WS-PRF-LAST-CHOICE  PIC X(2).
           05 WS-PRF-LAST-CHKPT   PIC 9(7) VALUE 0.
           05 WS-PRF-LAST-ANSWER  PIC X(40) OCCURS 100 TIMES.
           05 WS-PRF-IDX          PIC 9(3).
           05 WS-PRF-NAME         PIC X(8).
           05 WS-CTL-PTR           PIC 9(3).
           05 WS-CTL-LEN           PIC 9(3).

       01  WS-REQUEST-QUEUE-VARS.
           05 WS-DEM-FILENAME      PIC X(20) VALUE "demandes.dat".
           05 WS-DEM-TMP-FILENAME  PIC X(20) VALUE "demandes.tmp".
           05 WS-DEM-DECK-FILENAME PIC X(20) VALUE "demandes.ctl".
           05 WS-DEM-EOF           PIC X.
           05 WS-DEM-IN-DECK       PIC X VALUE 'N'.
           05 WS-DEM-OK            PIC X.
           05 WS-DEM-PARAMS        PIC X(200).
           05 WS-DEM-PTR           PIC 9(3).
           05 WS-DEM-CPY-DISP      PIC ZZ9.
           05 WS-DEM-DECK-SEQ      PIC 9(5).
           05 WS-DEM-COUNT         PIC 9(3) VALUE 0.
           05 WS-DEM-IDX           PIC 9(3).
           05 WS-DEM-ENTRY OCCURS 200 TIMES.
               10 WS-DEM-ENT-ID       PIC 9(5).
               10 WS-DEM-ENT-SEQ      PIC 9(5).
               10 WS-DEM-ENT-STATUS   PIC X(10).
               10 WS-DEM-ENT-OUTCOME  PIC X(20).
               10 WS-DEM-ENT-MANIFEST PIC X(20).

       01  WS-ACCESS-VARS.
           05 WS-ACC-HAB-FILENAME  PIC X(20) VALUE "habilit.dat".
           05 WS-ACC-ROL-FILENAME  PIC X(20) VALUE "roles.dat".
           05 WS-ACC-ACTIVE        PIC X VALUE 'N'.
           05 WS-ACC-EOF           PIC X.
           05 WS-ACC-GRANTED       PIC X VALUE 'Y'.
           05 WS-ACC-AUTHOR        PIC X(8).
           05 WS-ACC-ROLE          PIC X(8).
           05 WS-ACC-OPTIONS       PIC X(60) VALUE ALL 'O'.
           05 WS-ACC-OPT-TABLE REDEFINES WS-ACC-OPTIONS.
               10 WS-ACC-OPT-FLAG  PIC X OCCURS 60 TIMES.
           05 WS-ACC-LIST          PIC X(150).
           05 WS-ACC-PTR           PIC 9(3).
           05 WS-ACC-TOKEN         PIC X(4).
           05 WS-ACC-TOK-LEN       PIC 9(2).
           05 WS-ACC-TOK-FLAG      PIC X.
           05 WS-ACC-OPT-NUM       PIC 9(2).
           05 WS-ACC-IDX           PIC 9(3).
           05 WS-ACC-ROL-IDX       PIC 9(2).
           05 WS-ACC-HAB-COUNT     PIC 9(3) VALUE 0.
           05 WS-ACC-HAB-ENTRY OCCURS 200 TIMES.
               10 WS-ACC-HAB-AUTHOR   PIC X(8).
               10 WS-ACC-HAB-ROLE     PIC X(8).
           05 WS-ACC-ROL-COUNT     PIC 9(2) VALUE 0.
           05 WS-ACC-ROL-ENTRY OCCURS 20 TIMES.
               10 WS-ACC-ROL-NAME     PIC X(8).
               10 WS-ACC-ROL-SOURCE   PIC X.
               10 WS-ACC-ROL-OPTS     PIC X(60).

       01  WS-DSNREG-VARS.
           05 WS-DSR-FILENAME      PIC X(20) VALUE "dsnreg.dat".
           05 WS-DSR-EOF           PIC X.
           05 WS-DSR-ACTION        PIC X.
           05 WS-DSR-NUM           PIC 9(3).
           05 WS-DSR-IDX           PIC 9(3).
           05 WS-DSR-SCAN          PIC 9(3).
           05 WS-DSR-COUNT         PIC 9(3) VALUE 0.
           05 WS-DSR-ENTRY OCCURS 100 TIMES.
               10 WS-DSR-DSN          PIC X(30).
               10 WS-DSR-ORG          PIC X.
               10 WS-DSR-RECFM        PIC X(2).
               10 WS-DSR-LRECL        PIC 9(5).
               10 WS-DSR-CPY          PIC X(8).
               10 WS-DSR-APP          PIC X(8).
               10 WS-DSR-GDGLIM       PIC 9(3).
               10 WS-DSR-RETPD        PIC 9(4).
               10 WS-DSR-SPCUNIT      PIC X(3).
               10 WS-DSR-SPCPRI       PIC 9(4).
               10 WS-DSR-SPCSEC       PIC 9(4).
           05 WS-DSR-KEY           PIC X(30).
           05 WS-DSR-FILTER        PIC X(8).
           05 WS-DSR-SHOWN         PIC 9(2).
           05 WS-DSR-MAP           PIC 9(3) OCCURS 6 TIMES.
           05 WS-DSR-LINE          PIC 9(2).
           05 WS-DSR-WORK          PIC X(30).
           05 WS-DSR-NUM-WORK      PIC 9(5).
           05 WS-DSR-LRECL-DISP    PIC Z(4)9.
           05 WS-DSR-CPYLEN-DISP   PIC Z(4)9.
           05 WS-DSR-PRI-DISP      PIC Z(3)9.
           05 WS-DSR-SEC-DISP      PIC Z(3)9.
           05 WS-DSR-LIM-DISP      PIC ZZ9.
           05 WS-DSR-RET-DISP      PIC Z(3)9.
           05 WS-DSR-GDG-STEP      PIC X VALUE 'N'.
           05 WS-DSR-NEWDD         PIC X.
           05 WS-DSR-JCL-HOLD      PIC X(72).
           05 WS-DSR-NUM-OK        PIC X.
           05 WS-DSR-LEN           PIC 9(2).

       SCREEN SECTION.
       01 MAIN-SCREEN FOREGROUND-COLOR IS 2.
           05 PIC X(75) FROM WS-MENU-RULE LINE 1 COL 5
           PERFORM LOAD-COPYBOOK-CATALOG.
           PERFORM LOAD-SUBROUTINE-CATALOG.
           PERFORM LOAD-SITE-CONFIG.
           PERFORM LOAD-ACCESS-CONTROL.
           PERFORM LOAD-DATASET-REGISTRY.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONTROL-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
                   PERFORM VALIDATE-APPLICATION-NAMES
               END-PERFORM
               PERFORM BUILD-SESSION-FILENAMES
               PERFORM RESOLVE-AUTHOR-ROLE
               IF WS-ACC-ACTIVE = 'Y'
                   AND WS-ACC-OPTIONS = ALL 'N'
                   DISPLAY WS-UI-TXT(247) LINE 23
               END-IF
               ACCEPT WS-RUN-MODE-INPUT AT LINE 4 COL 35
               IF WS-RUN-MODE-INPUT = WS-OUI-CHAR
                   OR WS-RUN-MODE-INPUT = WS-OUI-LOWER
               IF WS-OUT-FORMAT NOT = 'L'
                   MOVE 'F' TO WS-OUT-FORMAT
               END-IF
               DISPLAY WS-UI-TXT(264) LINE 24
               MOVE SPACES TO WS-CKP-INPUT
               ACCEPT WS-CKP-INPUT LINE 24 COL 55
               PERFORM CONVERT-CHECKPOINT-INTERVAL
           END-IF.
           IF WS-RUN-MODE = 'I'
               PERFORM BUILD-OUTPUT-FILENAME
               MOVE 0 TO WS-LINES-DELTA
               MOVE 0 TO WS-SEQ-MAIN
               MOVE 'N' TO WS-SQLERR-EMITTED
           END-IF.

       CONVERT-CHECKPOINT-INTERVAL.
           MOVE 0 TO WS-CKP-INTERVAL.
           PERFORM VARYING WS-CKP-I FROM 1 BY 1
               UNTIL WS-CKP-I > 7
               IF WS-CKP-INPUT(WS-CKP-I:1) IS NUMERIC
                   MOVE WS-CKP-INPUT(WS-CKP-I:1) TO WS-ANS-DIGIT-X
                   COMPUTE WS-CKP-INTERVAL
                       = WS-CKP-INTERVAL * 10 + WS-ANS-DIGIT-9
               END-IF
           END-PERFORM.

       ACCEPT-APPLICATION-NAMES.
           DISPLAY " " LINE 2 COL 35 .
           ACCEPT WS-APP-NAME AT LINE 2 COL 35.
           DISPLAY " " LINE 3 COL 35 .
           IF WS-OUTPUT-OPEN-FLAG = 'Y'
               CLOSE OUTPUTFILE
               MOVE 'N' TO WS-OUTPUT-OPEN-FLAG
               IF WS-LINES-WRITTEN = 0
                   CALL "CBL_DELETE_FILE" USING WS-OUTPUT-FILENAME
                   END-CALL
                   PERFORM DROP-EMPTY-PROGRAM-ARTIFACT
               END-IF
           END-IF.

       DROP-EMPTY-PROGRAM-ARTIFACT.
           MOVE 0 TO WS-ART-KEEP.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
               IF WS-ART-TYPE(WS-ART-IDX) NOT = 'P'
                   OR WS-ART-NAME(WS-ART-IDX) NOT = WS-OUTPUT-FILENAME
                   ADD 1 TO WS-ART-KEEP
                   MOVE WS-ART-ENTRY(WS-ART-IDX)
                       TO WS-ART-ENTRY(WS-ART-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-ART-KEEP TO WS-ART-COUNT.

       INITIALIZE-KNOWN-COPYBOOKS.
           MOVE 0 TO WS-KNOWN-CPY-COUNT.
           MOVE "lecture"  TO WS-NEW-COPYBOOK-NAME.
       SUBMENU-FICHIERS.
           PERFORM CLEAR-PREVIEW-AREA.
           DISPLAY WS-UI-TXT(78) LINE 13.
           IF WS-ACC-OPT-FLAG(1) = 'O'
               DISPLAY WS-UI-TXT(81) LINE 14
           END-IF.
           IF WS-ACC-OPT-FLAG(2) = 'O'
               DISPLAY WS-UI-TXT(82) LINE 15
           END-IF.
           IF WS-ACC-OPT-FLAG(3) = 'O'
               DISPLAY WS-UI-TXT(83) LINE 16
           END-IF.
           IF WS-ACC-OPT-FLAG(4) = 'O'
               DISPLAY WS-UI-TXT(84) LINE 17
           END-IF.
           IF WS-ACC-OPT-FLAG(19) = 'O'
               DISPLAY WS-UI-TXT(85) LINE 18
           END-IF.
           IF WS-ACC-OPT-FLAG(20) = 'O'
               DISPLAY WS-UI-TXT(86) LINE 19
           END-IF.
           IF WS-ACC-OPT-FLAG(45) = 'O'
               DISPLAY WS-UI-TXT(207) LINE 20
           END-IF.
           IF WS-ACC-OPT-FLAG(46) = 'O'
               DISPLAY WS-UI-TXT(214) LINE 21
           END-IF.
           IF WS-ACC-OPT-FLAG(27) = 'O'
               DISPLAY WS-UI-TXT(116) LINE 14 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(28) = 'O'
               DISPLAY WS-UI-TXT(121) LINE 15 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(29) = 'O'
               DISPLAY WS-UI-TXT(125) LINE 16 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(30) = 'O'
               DISPLAY WS-UI-TXT(128) LINE 17 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(36) = 'O'
               DISPLAY WS-UI-TXT(164) LINE 18 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(37) = 'O'
               DISPLAY WS-UI-TXT(169) LINE 19 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(38) = 'O'
               DISPLAY WS-UI-TXT(174) LINE 20 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(41) = 'O'
               DISPLAY WS-UI-TXT(188) LINE 21 COL 42
           END-IF.
           PERFORM ACCEPT-SUBMENU-CHOICE.

       SUBMENU-SQL.
           PERFORM CLEAR-PREVIEW-AREA.
           DISPLAY "SQL:" LINE 13.
           IF WS-ACC-OPT-FLAG(5) = 'O'
               DISPLAY WS-UI-TXT(87) LINE 14
           END-IF.
           IF WS-ACC-OPT-FLAG(6) = 'O'
               DISPLAY WS-UI-TXT(88) LINE 15
           END-IF.
           IF WS-ACC-OPT-FLAG(7) = 'O'
               DISPLAY WS-UI-TXT(89) LINE 16
           END-IF.
           IF WS-ACC-OPT-FLAG(8) = 'O'
               DISPLAY WS-UI-TXT(90) LINE 17
           END-IF.
           IF WS-ACC-OPT-FLAG(15) = 'O'
               DISPLAY WS-UI-TXT(91) LINE 18
           END-IF.
           IF WS-ACC-OPT-FLAG(16) = 'O'
               DISPLAY WS-UI-TXT(92) LINE 19
           END-IF.
           IF WS-ACC-OPT-FLAG(24) = 'O'
               DISPLAY WS-UI-TXT(93) LINE 20
           END-IF.
           IF WS-ACC-OPT-FLAG(40) = 'O'
               DISPLAY WS-UI-TXT(184) LINE 14 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(47) = 'O'
               DISPLAY WS-UI-TXT(231) LINE 15 COL 42
           END-IF.
           PERFORM ACCEPT-SUBMENU-CHOICE.

       SUBMENU-ROUTINES.
           PERFORM CLEAR-PREVIEW-AREA.
           DISPLAY WS-UI-TXT(79) LINE 13.
           IF WS-ACC-OPT-FLAG(9) = 'O'
               DISPLAY WS-UI-TXT(94) LINE 14
           END-IF.
           IF WS-ACC-OPT-FLAG(10) = 'O'
               DISPLAY WS-UI-TXT(95) LINE 15
           END-IF.
           IF WS-ACC-OPT-FLAG(23) = 'O'
               DISPLAY WS-UI-TXT(96) LINE 16
           END-IF.
           IF WS-ACC-OPT-FLAG(11) = 'O'
               DISPLAY WS-UI-TXT(97) LINE 17
           END-IF.
           IF WS-ACC-OPT-FLAG(12) = 'O'
               DISPLAY WS-UI-TXT(98) LINE 18
           END-IF.
           IF WS-ACC-OPT-FLAG(33) = 'O'
               DISPLAY WS-UI-TXT(146) LINE 19
           END-IF.
           IF WS-ACC-OPT-FLAG(35) = 'O'
               DISPLAY WS-UI-TXT(161) LINE 14 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(42) = 'O'
               DISPLAY WS-UI-TXT(192) LINE 15 COL 42
           END-IF.
           PERFORM ACCEPT-SUBMENU-CHOICE.

       SUBMENU-UTILITAIRES.
           PERFORM CLEAR-PREVIEW-AREA.
           DISPLAY WS-UI-TXT(80) LINE 13.
           IF WS-ACC-OPT-FLAG(13) = 'O'
               DISPLAY WS-UI-TXT(99) LINE 14
           END-IF.
           IF WS-ACC-OPT-FLAG(14) = 'O'
               DISPLAY WS-UI-TXT(100) LINE 15
           END-IF.
           IF WS-ACC-OPT-FLAG(17) = 'O'
               DISPLAY WS-UI-TXT(101) LINE 16
           END-IF.
           IF WS-ACC-OPT-FLAG(25) = 'O'
               DISPLAY WS-UI-TXT(102) LINE 17
           END-IF.
           IF WS-ACC-OPT-FLAG(26) = 'O'
               DISPLAY WS-UI-TXT(103) LINE 18
           END-IF.
           IF WS-ACC-OPT-FLAG(21) = 'O'
               DISPLAY WS-UI-TXT(104) LINE 19
           END-IF.
           IF WS-ACC-OPT-FLAG(22) = 'O'
               DISPLAY WS-UI-TXT(105) LINE 20
           END-IF.
           IF WS-ACC-OPT-FLAG(31) = 'O'
               DISPLAY WS-UI-TXT(138) LINE 14 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(32) = 'O'
               DISPLAY WS-UI-TXT(140) LINE 15 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(34) = 'O'
               DISPLAY WS-UI-TXT(156) LINE 16 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(39) = 'O'
               DISPLAY WS-UI-TXT(178) LINE 17 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(43) = 'O'
               DISPLAY WS-UI-TXT(194) LINE 18 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(44) = 'O'
               DISPLAY WS-UI-TXT(201) LINE 19 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(48) = 'O'
               DISPLAY WS-UI-TXT(236) LINE 20 COL 42
           END-IF.
           IF WS-ACC-OPT-FLAG(49) = 'O'
               DISPLAY WS-UI-TXT(248) LINE 21 COL 42
           END-IF.
           PERFORM ACCEPT-SUBMENU-CHOICE.

       ACCEPT-SUBMENU-CHOICE.
               MOVE 0 TO WS-PRF-COUNT
               MOVE WS-CHOICE TO WS-PRF-CHOICE
           END-IF.
           PERFORM CHECK-OPTION-ACCESS.
           IF WS-ACC-GRANTED = 'Y'
               PERFORM DISPATCH-CHOICE
           ELSE
               PERFORM DENY-OPTION-ACCESS
           END-IF.
           IF WS-GEN-COUNT > 0
               PERFORM CONFIRM-AND-FLUSH-BUFFER
           END-IF.
           IF WS-PRF-MODE NOT = 'P' AND WS-PRF-COUNT > 0
               MOVE WS-PRF-COUNT TO WS-PRF-LAST-COUNT
               MOVE WS-PRF-CHOICE TO WS-PRF-LAST-CHOICE
               MOVE WS-CKP-INTERVAL TO WS-PRF-LAST-CHKPT
               PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
                   MOVE WS-PRF-ANSWER(WS-PRF-IDX)
                       TO WS-PRF-LAST-ANSWER(WS-PRF-IDX)
               END-PERFORM
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       DISPATCH-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "1"
                   MOVE "READ-SEQUENTIAL-FILE" TO WS-LAST-PARAGRAPH
                   MOVE "GENERATE-CONVERT-PROGRAM"
                       TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-CONVERT-PROGRAM
               WHEN "37"
                   MOVE "GENERATE-MASTER-UPDATE" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-MASTER-UPDATE
               WHEN "38"
                   MOVE "GENERATE-MIGRATION-PROGRAM"
                       TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-MIGRATION-PROGRAM
               WHEN "39"
                   MOVE "BUILD-JOB-STREAM" TO WS-LAST-PARAGRAPH
                   PERFORM BUILD-JOB-STREAM
               WHEN "40"
                   MOVE "GENERATE-DB2-LOAD" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-DB2-LOAD
               WHEN "41"
                   MOVE "GENERATE-JSON-INTERFACE" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-JSON-INTERFACE
               WHEN "42"
                   MOVE "GENERATE-TEST-DRIVER" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-TEST-DRIVER
               WHEN "43"
                   MOVE "REVIEW-ARTIFACTS" TO WS-LAST-PARAGRAPH
                   PERFORM REVIEW-ARTIFACTS
               WHEN "44"
                   MOVE "HARVEST-COPYBOOKS" TO WS-LAST-PARAGRAPH
                   PERFORM HARVEST-COPYBOOKS
               WHEN "45"
                   MOVE "GENERATE-MASKING-PROGRAM" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-MASKING-PROGRAM
               WHEN "46"
                   MOVE "MAINTAIN-RECORD-TYPES" TO WS-LAST-PARAGRAPH
                   PERFORM MAINTAIN-RECORD-TYPES
               WHEN "47"
                   MOVE "GENERATE-CREATE-TABLE" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-CREATE-TABLE
               WHEN "48"
                   MOVE "GENERATE-PURGE-PROGRAM" TO WS-LAST-PARAGRAPH
                   PERFORM GENERATE-PURGE-PROGRAM
               WHEN "49"
                   MOVE "MAINTAIN-DATASET-REGISTRY" TO WS-LAST-PARAGRAPH
                   PERFORM MAINTAIN-DATASET-REGISTRY
               WHEN OTHER
                   MOVE "INVALID" TO WS-LAST-PARAGRAPH
                   DISPLAY WS-UI-TXT(28) LINE 24
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           WRITE SUM-RECORD.
           MOVE SPACES TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE 0 TO WS-CHK-SEQ.
           PERFORM READ-CONTROL-DECK.
           CLOSE CONTROLFILE.
           IF WS-EXIT-FLAG NOT = 'Y'
               PERFORM PROCESS-REQUEST-QUEUE
           END-IF.
           PERFORM CLOSE-OUTPUT-IF-OPEN.
           IF WS-PREV-APP-NAME NOT = SPACES
               PERFORM VERIFY-GENERATED-SOURCE
           END-IF.
           MOVE SPACES TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE WS-RUN-SEVERITY TO WS-SEV-DISP.
           MOVE SPACES TO WS-MSG.
           STRING "SEVERITE FINALE: " DELIMITED BY SIZE
                  WS-SEV-DISP DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           MOVE WS-MSG TO SUM-RECORD.
           WRITE SUM-RECORD.
           CLOSE SUMFILE.
           CALL "CBL_DELETE_FILE" USING WS-CHK-FILENAME
           END-CALL.

       READ-CONTROL-DECK.
           MOVE 'N' TO WS-CONTROL-EOF.
           PERFORM UNTIL WS-CONTROL-EOF = 'Y' OR WS-EXIT-FLAG = 'Y'
               READ CONTROLFILE
                   AT END
                           PERFORM WRITE-CHECKPOINT
                           PERFORM WRITE-RUN-SUMMARY-LINE
                       END-IF
                       IF WS-DEM-IN-DECK = 'Y'
                           PERFORM RECORD-REQUEST-OUTCOME
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-REQUEST-QUEUE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DEM-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 0 TO WS-DEM-COUNT
               MOVE WS-CHK-SEQ TO WS-DEM-DECK-SEQ
               MOVE WS-DEM-DECK-FILENAME TO WS-CONTROL-FILENAME
               OPEN INPUT DEMFILE
               OPEN OUTPUT CONTROLFILE
               MOVE 'N' TO WS-DEM-EOF
               PERFORM UNTIL WS-DEM-EOF = 'Y'
                   READ DEMFILE
                       AT END
                           MOVE 'Y' TO WS-DEM-EOF
                       NOT AT END
                           IF DEM-STATUS = "SOUMISE"
                               AND WS-DEM-COUNT < 200
                               PERFORM QUEUE-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMFILE
               CLOSE CONTROLFILE
               IF WS-DEM-COUNT > 0
                   MOVE SPACES TO SUM-RECORD
                   WRITE SUM-RECORD
                   MOVE "DEMANDES DE GENERATION" TO SUM-RECORD
                   WRITE SUM-RECORD
                   OPEN INPUT CONTROLFILE
                   MOVE 'Y' TO WS-DEM-IN-DECK
                   PERFORM READ-CONTROL-DECK
                   MOVE 'N' TO WS-DEM-IN-DECK
                   CLOSE CONTROLFILE
                   PERFORM REWRITE-REQUEST-QUEUE
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-DEM-DECK-FILENAME
               END-CALL
               MOVE "control.dat" TO WS-CONTROL-FILENAME
           END-IF.

       QUEUE-ONE-REQUEST.
           ADD 1 TO WS-DEM-COUNT.
           MOVE DEM-ID TO WS-DEM-ENT-ID(WS-DEM-COUNT).
           MOVE 0 TO WS-DEM-ENT-SEQ(WS-DEM-COUNT).
           MOVE SPACES TO WS-DEM-ENT-STATUS(WS-DEM-COUNT)
               WS-DEM-ENT-OUTCOME(WS-DEM-COUNT)
               WS-DEM-ENT-MANIFEST(WS-DEM-COUNT).
           PERFORM BUILD-REQUEST-PARAMETERS.
           IF WS-DEM-OK = 'N'
               MOVE "ECHEC" TO WS-DEM-ENT-STATUS(WS-DEM-COUNT)
               MOVE "COPYBOOK INCONNU"
                   TO WS-DEM-ENT-OUTCOME(WS-DEM-COUNT)
           ELSE
               ADD 1 TO WS-DEM-DECK-SEQ
               MOVE WS-DEM-DECK-SEQ TO WS-DEM-ENT-SEQ(WS-DEM-COUNT)
               MOVE SPACES TO CONTROL-FILE-RECORD
               MOVE DEM-APP TO CTL-APP-NAME
               MOVE DEM-USER TO CTL-AUTHOR
               MOVE DEM-CHOICE TO CTL-CHOICE
               MOVE WS-DEM-PARAMS TO CTL-PARAMS
               WRITE CONTROL-FILE-RECORD
           END-IF.

       BUILD-REQUEST-PARAMETERS.
           MOVE 'Y' TO WS-DEM-OK.
           MOVE SPACES TO WS-DEM-PARAMS.
           MOVE 1 TO WS-DEM-PTR.
           IF DEM-COPYBOOK NOT = SPACES
               MOVE 'N' TO WS-DEM-OK
               PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
                       OR WS-DEM-OK = 'Y'
                   IF WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) = DEM-COPYBOOK
                       MOVE 'Y' TO WS-DEM-OK
                       MOVE WS-KNOWN-IDX TO WS-DEM-CPY-DISP
                       STRING FUNCTION TRIM(WS-DEM-CPY-DISP)
                                  DELIMITED BY SIZE
                              ";" DELIMITED BY SIZE
                              INTO WS-DEM-PARAMS
                              WITH POINTER WS-DEM-PTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.
           IF DEM-INFILE NOT = SPACES
               STRING FUNCTION TRIM(DEM-INFILE) DELIMITED BY SIZE
                      ";;" DELIMITED BY SIZE
                      INTO WS-DEM-PARAMS
                      WITH POINTER WS-DEM-PTR
               END-STRING
           END-IF.
           IF DEM-OUTFILE NOT = SPACES
               STRING FUNCTION TRIM(DEM-OUTFILE) DELIMITED BY SIZE
                      ";;" DELIMITED BY SIZE
                      INTO WS-DEM-PARAMS
                      WITH POINTER WS-DEM-PTR
               END-STRING
           END-IF.

       RECORD-REQUEST-OUTCOME.
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-DEM-COUNT
               IF WS-DEM-ENT-SEQ(WS-DEM-IDX) = WS-CHK-SEQ
                   MOVE WS-SUM-OUTCOME
                       TO WS-DEM-ENT-OUTCOME(WS-DEM-IDX)
                   EVALUATE WS-SUM-OUTCOME
                       WHEN "OK"
                           PERFORM WRITE-BUILD-MANIFEST
                           MOVE "TERMINEE"
                               TO WS-DEM-ENT-STATUS(WS-DEM-IDX)
                           MOVE WS-MAN-FILENAME
                               TO WS-DEM-ENT-MANIFEST(WS-DEM-IDX)
                       WHEN "DEJA TRAITE"
                           MOVE "TERMINEE"
                               TO WS-DEM-ENT-STATUS(WS-DEM-IDX)
                           MOVE SPACES
                               TO WS-DEM-ENT-MANIFEST(WS-DEM-IDX)
                           STRING FUNCTION TRIM(CTL-APP-NAME)
                                      DELIMITED BY SIZE
                                  ".man" DELIMITED BY SIZE
                                  INTO WS-DEM-ENT-MANIFEST(WS-DEM-IDX)
                           END-STRING
                       WHEN OTHER
                           MOVE "ECHEC" TO WS-DEM-ENT-STATUS(WS-DEM-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       REWRITE-REQUEST-QUEUE.
           OPEN INPUT DEMFILE.
           OPEN OUTPUT DEMWRK.
           MOVE 'N' TO WS-DEM-EOF.
           PERFORM UNTIL WS-DEM-EOF = 'Y'
               READ DEMFILE
                   AT END
                       MOVE 'Y' TO WS-DEM-EOF
                   NOT AT END
                       PERFORM APPLY-REQUEST-OUTCOME
                       WRITE DEMWRK-RECORD FROM DEM-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEMFILE.
           CLOSE DEMWRK.
           OPEN INPUT DEMWRK.
           OPEN OUTPUT DEMFILE.
           MOVE 'N' TO WS-DEM-EOF.
           PERFORM UNTIL WS-DEM-EOF = 'Y'
               READ DEMWRK
                   AT END
                       MOVE 'Y' TO WS-DEM-EOF
                   NOT AT END
                       MOVE DEMWRK-RECORD TO DEM-RECORD
                       WRITE DEM-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEMWRK.
           CLOSE DEMFILE.
           CALL "CBL_DELETE_FILE" USING WS-DEM-TMP-FILENAME
           END-CALL.

       APPLY-REQUEST-OUTCOME.
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
               UNTIL WS-DEM-IDX > WS-DEM-COUNT
               IF WS-DEM-ENT-ID(WS-DEM-IDX) = DEM-ID
                   AND WS-DEM-ENT-STATUS(WS-DEM-IDX) NOT = SPACES
                   AND DEM-STATUS = "SOUMISE"
                   MOVE WS-DEM-ENT-STATUS(WS-DEM-IDX) TO DEM-STATUS
                   MOVE WS-DEM-ENT-OUTCOME(WS-DEM-IDX) TO DEM-OUTCOME
                   MOVE WS-DEM-ENT-MANIFEST(WS-DEM-IDX)
                       TO DEM-MANIFEST
               END-IF
           END-PERFORM.

       LOAD-ACCESS-CONTROL.
           MOVE 0 TO WS-ACC-ROL-COUNT.
           MOVE "CHEF" TO WS-ACC-ROLE.
           MOVE "*" TO WS-ACC-LIST.
           PERFORM SEED-ACCESS-ROLE.
           MOVE "DEVELOP" TO WS-ACC-ROLE.
           MOVE "* -23 -33 -35 -44 -46 -49" TO WS-ACC-LIST.
           PERFORM SEED-ACCESS-ROLE.
           MOVE "ANALYSTE" TO WS-ACC-ROLE.
           MOVE "1 2 3 4 6 21 25 27 28 29 30 34 43" TO WS-ACC-LIST.
           PERFORM SEED-ACCESS-ROLE.
           MOVE 0 TO WS-ACC-HAB-COUNT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ACC-HAB-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'Y' TO WS-ACC-ACTIVE
               OPEN INPUT HABFILE
               MOVE 'N' TO WS-ACC-EOF
               PERFORM UNTIL WS-ACC-EOF = 'Y'
                   READ HABFILE
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF
                       NOT AT END
                           IF HAB-AUTHOR NOT = SPACES
                               AND HAB-AUTHOR(1:1) NOT = "*"
                               AND WS-ACC-HAB-COUNT < 200
                               ADD 1 TO WS-ACC-HAB-COUNT
                               MOVE WS-ACC-HAB-COUNT TO WS-ACC-IDX
                               MOVE FUNCTION UPPER-CASE(HAB-AUTHOR)
                                   TO WS-ACC-HAB-AUTHOR(WS-ACC-IDX)
                               MOVE FUNCTION UPPER-CASE(HAB-ROLE)
                                   TO WS-ACC-HAB-ROLE(WS-ACC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HABFILE
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ACC-ROL-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               OPEN INPUT ROLFILE
               MOVE 'N' TO WS-ACC-EOF
               PERFORM UNTIL WS-ACC-EOF = 'Y'
                   READ ROLFILE
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF
                       NOT AT END
                           IF ROL-NAME NOT = SPACES
                               AND ROL-NAME(1:1) NOT = "*"
                               PERFORM APPLY-ROLE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLFILE
           END-IF.

       SEED-ACCESS-ROLE.
           PERFORM FIND-ACCESS-ROLE.
           IF WS-ACC-ROL-IDX = 0 AND WS-ACC-ROL-COUNT < 20
               ADD 1 TO WS-ACC-ROL-COUNT
               MOVE WS-ACC-ROL-COUNT TO WS-ACC-ROL-IDX
               MOVE WS-ACC-ROLE TO WS-ACC-ROL-NAME(WS-ACC-ROL-IDX)
               MOVE ALL 'N' TO WS-ACC-ROL-OPTS(WS-ACC-ROL-IDX)
               MOVE 'S' TO WS-ACC-ROL-SOURCE(WS-ACC-ROL-IDX)
           END-IF.
           IF WS-ACC-ROL-IDX > 0
               PERFORM PARSE-ACCESS-LIST
           END-IF.

       APPLY-ROLE-RECORD.
           MOVE FUNCTION UPPER-CASE(ROL-NAME) TO WS-ACC-ROLE.
           MOVE ROL-OPTIONS TO WS-ACC-LIST.
           PERFORM FIND-ACCESS-ROLE.
           IF WS-ACC-ROL-IDX > 0
               AND WS-ACC-ROL-SOURCE(WS-ACC-ROL-IDX) = 'S'
               MOVE ALL 'N' TO WS-ACC-ROL-OPTS(WS-ACC-ROL-IDX)
               MOVE 'F' TO WS-ACC-ROL-SOURCE(WS-ACC-ROL-IDX)
           END-IF.
           IF WS-ACC-ROL-IDX = 0 AND WS-ACC-ROL-COUNT < 20
               ADD 1 TO WS-ACC-ROL-COUNT
               MOVE WS-ACC-ROL-COUNT TO WS-ACC-ROL-IDX
               MOVE WS-ACC-ROLE TO WS-ACC-ROL-NAME(WS-ACC-ROL-IDX)
               MOVE ALL 'N' TO WS-ACC-ROL-OPTS(WS-ACC-ROL-IDX)
               MOVE 'F' TO WS-ACC-ROL-SOURCE(WS-ACC-ROL-IDX)
           END-IF.
           IF WS-ACC-ROL-IDX > 0
               PERFORM PARSE-ACCESS-LIST
           END-IF.

       FIND-ACCESS-ROLE.
           MOVE 0 TO WS-ACC-ROL-IDX.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-ROL-COUNT
                   OR WS-ACC-ROL-IDX > 0
               IF WS-ACC-ROL-NAME(WS-ACC-IDX) = WS-ACC-ROLE
                   MOVE WS-ACC-IDX TO WS-ACC-ROL-IDX
               END-IF
           END-PERFORM.

       PARSE-ACCESS-LIST.
           MOVE 1 TO WS-ACC-PTR.
           PERFORM UNTIL WS-ACC-PTR > 150
               MOVE SPACES TO WS-ACC-TOKEN
               UNSTRING WS-ACC-LIST DELIMITED BY ALL SPACE OR ","
                   INTO WS-ACC-TOKEN
                   WITH POINTER WS-ACC-PTR
               END-UNSTRING
               PERFORM APPLY-ACCESS-TOKEN
           END-PERFORM.

       APPLY-ACCESS-TOKEN.
           IF WS-ACC-TOKEN = "*"
               MOVE ALL 'O' TO WS-ACC-ROL-OPTS(WS-ACC-ROL-IDX)
           ELSE
               MOVE 'O' TO WS-ACC-TOK-FLAG
               IF WS-ACC-TOKEN(1:1) = "-"
                   MOVE 'N' TO WS-ACC-TOK-FLAG
                   MOVE WS-ACC-TOKEN(2:3) TO WS-ACC-TOKEN
               END-IF
               MOVE 0 TO WS-ACC-TOK-LEN
               INSPECT WS-ACC-TOKEN TALLYING WS-ACC-TOK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ACC-TOK-LEN > 0 AND WS-ACC-TOK-LEN < 3
                   IF WS-ACC-TOKEN(1:WS-ACC-TOK-LEN) IS NUMERIC
                       MOVE WS-ACC-TOKEN(1:WS-ACC-TOK-LEN)
                           TO WS-ACC-OPT-NUM
                       IF WS-ACC-OPT-NUM > 0 AND WS-ACC-OPT-NUM < 61
                           MOVE WS-ACC-TOK-FLAG TO
                               WS-ACC-ROL-OPTS(WS-ACC-ROL-IDX)
                                   (WS-ACC-OPT-NUM:1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESOLVE-AUTHOR-ROLE.
           IF WS-ACC-ACTIVE = 'N'
               MOVE SPACES TO WS-ACC-ROLE
               MOVE ALL 'O' TO WS-ACC-OPTIONS
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-AUTHOR-NAME)
                   TO WS-ACC-AUTHOR
               MOVE "DEFAUT" TO WS-ACC-ROLE
               PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-HAB-COUNT
                   IF WS-ACC-HAB-AUTHOR(WS-ACC-IDX) = WS-ACC-AUTHOR
                       MOVE WS-ACC-HAB-ROLE(WS-ACC-IDX) TO WS-ACC-ROLE
                   END-IF
               END-PERFORM
               MOVE ALL 'N' TO WS-ACC-OPTIONS
               PERFORM FIND-ACCESS-ROLE
               IF WS-ACC-ROL-IDX > 0
                   MOVE WS-ACC-ROL-OPTS(WS-ACC-ROL-IDX)
                       TO WS-ACC-OPTIONS
               END-IF
           END-IF.

       CHECK-OPTION-ACCESS.
           MOVE 'Y' TO WS-ACC-GRANTED.
           MOVE 0 TO WS-ACC-OPT-NUM.
           IF WS-CHOICE(1:1) IS NUMERIC
               IF WS-CHOICE(2:1) = SPACE
                   MOVE WS-CHOICE(1:1) TO WS-ACC-OPT-NUM
               END-IF
               IF WS-CHOICE(2:1) IS NUMERIC
                   MOVE WS-CHOICE TO WS-ACC-OPT-NUM
               END-IF
           END-IF.
           IF WS-ACC-ACTIVE = 'Y'
               AND WS-ACC-OPT-NUM > 0 AND WS-ACC-OPT-NUM < 61
               AND WS-ACC-OPT-NUM NOT = 18
               IF WS-ACC-OPT-FLAG(WS-ACC-OPT-NUM) NOT = 'O'
                   MOVE 'N' TO WS-ACC-GRANTED
               END-IF
           END-IF.

       DENY-OPTION-ACCESS.
           DISPLAY WS-UI-TXT(246) LINE 24.
           MOVE SPACES TO WS-LAST-PARAGRAPH.
           STRING "ACCES REFUSE " DELIMITED BY SIZE
                  WS-ACC-ROLE DELIMITED BY SIZE
                  INTO WS-LAST-PARAGRAPH
           END-STRING.
           MOVE "ACCES REFUSE-REJET" TO WS-SUM-OUTCOME.
           IF WS-RUN-MODE = 'B'
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
           END-IF.

       BUILD-SESSION-FILENAMES.
           MOVE SPACES TO WS-CHK-FILENAME.
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
           ELSE
               PERFORM RESOLVE-AUTHOR-ROLE
               MOVE CTL-CHOICE TO WS-CHOICE
               PERFORM CHECK-OPTION-ACCESS
               IF WS-ACC-GRANTED = 'N'
                   PERFORM DENY-OPTION-ACCESS
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.
           IF WS-VALID-NAME-FLAG = 'Y' AND WS-ACC-GRANTED = 'Y'
               IF CTL-APP-NAME NOT = WS-PREV-APP-NAME
                   PERFORM CLOSE-OUTPUT-IF-OPEN
                   IF WS-PREV-APP-NAME NOT = SPACES
                   MOVE 'N' TO WS-SQLERR-EMITTED
                   MOVE 0 TO WS-ART-COUNT
                   MOVE 0 TO WS-DD-COUNT
                   MOVE CTL-APP-NAME TO WS-PREV-APP-NAME
                   MOVE 'N' TO WS-CHK-EXTEND
               ELSE
               ELSE
                   MOVE 'F' TO WS-LANGUE
               END-IF
               MOVE CTL-CHKPT TO WS-CKP-INPUT
               PERFORM CONVERT-CHECKPOINT-INTERVAL
               PERFORM SET-LANGUAGE
               PERFORM LOAD-CONTROL-PARAMETERS
               MOVE CTL-CHOICE TO WS-CHOICE
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           MOVE "fichier.dat" TO WS-GEN-INFILE.
           PERFORM ACCEPT-INPUT-DATASET.
           MOVE WS-GEN-INFILE TO WS-MRT-DATASET.
           MOVE "ReadCount" TO WS-RT-COUNTER.
           PERFORM LOAD-RECORD-TYPES.
           MOVE "new.dat" TO WS-GEN-DEFAULT-OUT.
           PERFORM ACCEPT-OUTPUT-DATASET.
           MOVE "lecture" TO WS-TPL-NAME.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           MOVE "new.dat" TO WS-GEN-DEFAULT-OUT.
           PERFORM ACCEPT-OUTPUT-DATASET.
           MOVE WS-GEN-OUTFILE TO WS-MRT-DATASET.
           MOVE "WriteCount" TO WS-RT-COUNTER.
           PERFORM LOAD-RECORD-TYPES.
           MOVE "ecriture" TO WS-TPL-NAME.
           PERFORM EXPAND-TEMPLATE.

           PERFORM ACCEPT-INPUT-DATASET.
           MOVE "trie.dat" TO WS-GEN-DEFAULT-OUT.
           PERFORM ACCEPT-OUTPUT-DATASET.
           MOVE "tri" TO WS-CKP-PGM.
           MOVE "WriteCount" TO WS-CKP-COUNTSRC.
           MOVE SPACES TO WS-CKP-COUNT2SRC.
           MOVE "SortRecord" TO WS-CKP-KEYSRC.
           MOVE 200 TO WS-CKP-WORKLEN.
           MOVE 0 TO WS-CKP-TOT-COUNT.
           MOVE 1 TO WS-CKP-OUT-COUNT.
           MOVE "OutputFile" TO WS-CKP-OUTFILE(1).
           MOVE "OutputRecord" TO WS-CKP-OUTREC(1).
           MOVE "WriteCount" TO WS-CKP-OUTCNT(1).
           IF WS-CKP-INTERVAL > 0
               PERFORM RECORD-CHECKPOINT-DD
           END-IF.
           MOVE "tri" TO WS-TPL-NAME.
           PERFORM EXPAND-TEMPLATE.

           PERFORM ACCEPT-MERGE-INPUT-DATASETS.
           MOVE "fichier0.dat" TO WS-GEN-DEFAULT-OUT.
           PERFORM ACCEPT-OUTPUT-DATASET.
           MOVE "fusion" TO WS-CKP-PGM.
           MOVE "WriteCount" TO WS-CKP-COUNTSRC.
           MOVE SPACES TO WS-CKP-COUNT2SRC.
           MOVE WS-GEN-RECNAME TO WS-CKP-KEYSRC.
           MOVE 200 TO WS-CKP-WORKLEN.
           MOVE 0 TO WS-CKP-TOT-COUNT.
           MOVE 1 TO WS-CKP-OUT-COUNT.
           MOVE "OutputFile" TO WS-CKP-OUTFILE(1).
           MOVE "OutputRecord" TO WS-CKP-OUTREC(1).
           MOVE "WriteCount" TO WS-CKP-OUTCNT(1).
           IF WS-CKP-INTERVAL > 0
               PERFORM RECORD-CHECKPOINT-DD
           END-IF.
           MOVE "fusion" TO WS-TPL-NAME.
           PERFORM EXPAND-TEMPLATE.

           MOVE 0 TO WS-SCN-CUR-LEG.
           MOVE 0 TO WS-RDF-COUNT.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-OCG-COUNT.
           MOVE 0 TO WS-SCN-GRPOCC-LEVEL.
           MOVE 'N' TO WS-SCN-ODO-FLAG.
           MOVE 'N' TO WS-SCN-OVFL.
           PERFORM VARYING WS-SCN-I FROM 1 BY 1
               UNTIL WS-SCN-I > 100
               MOVE 0 TO WS-HOSTVAR-LEG(WS-SCN-I)
               MOVE WS-SCN-LEVEL-N TO WS-SCN-GRPOCC-LEVEL
               MOVE WS-HOSTVAR-COUNT TO WS-SCN-GRPOCC-START
               MOVE WS-SCN-OCCN TO WS-SCN-GRPOCC-N
               MOVE WS-TOKEN-NAME TO WS-SCN-GRPOCC-NAME
           END-IF.

       ADD-FILLER-FIELD.
               MOVE WS-SCN-CUR-LEG
                   TO WS-HOSTVAR-LEG(WS-HOSTVAR-COUNT)
               MOVE 0 TO WS-HOSTVAR-ZONE(WS-HOSTVAR-COUNT)
           ELSE
               MOVE 'Y' TO WS-SCN-OVFL
           END-IF.

       REPLICATE-GROUP-OCCURS.
               INSPECT WS-HOSTVAR-NAME(WS-SCN-OCC-IDX)
                   REPLACING ALL ")" BY " "
           END-PERFORM.
           PERFORM REGISTER-OCCURS-GROUP.

       REGISTER-OCCURS-GROUP.
           IF WS-OCG-COUNT < 20
               MOVE 0 TO WS-SCN-OCC-IDX
               PERFORM VARYING WS-SCN-I
                   FROM WS-SCN-GRPOCC-START BY 1
                   UNTIL WS-SCN-I >= WS-SCN-J
                   IF WS-SCN-OCC-IDX = 0
                       AND WS-HOSTVAR-FILL(WS-SCN-I + 1) NOT = 'Y'
                       COMPUTE WS-SCN-OCC-IDX = WS-SCN-I + 1
                   END-IF
               END-PERFORM
               IF WS-SCN-OCC-IDX > 0
                   ADD 1 TO WS-OCG-COUNT
                   MOVE WS-SCN-GRPOCC-NAME TO WS-OCG-NAME(WS-OCG-COUNT)
                   MOVE WS-HOSTVAR-REF(WS-SCN-OCC-IDX)
                       TO WS-OCG-FIRST(WS-OCG-COUNT)
               END-IF
           END-IF.

       REPLICATE-ONE-OCC-FIELD.
           IF WS-HOSTVAR-COUNT < 100
                   TO WS-HOSTVAR-LEG(WS-HOSTVAR-COUNT)
               MOVE WS-HOSTVAR-ZONE(WS-SCN-OCC-IDX)
                   TO WS-HOSTVAR-ZONE(WS-HOSTVAR-COUNT)
           ELSE
               MOVE 'Y' TO WS-SCN-OVFL
           END-IF.

       RESOLVE-REDEFINES-LEGS.
           END-STRING
           MOVE WS-JCL-LINE TO JCL-RECORD
           WRITE JCL-RECORD.
           MOVE 'N' TO WS-CKP-JCL-FLAG.
           MOVE 'N' TO WS-RET-JCL-FLAG.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-COUNT
               IF WS-DD-IO(WS-DD-IDX) = 'C'
                   MOVE 'Y' TO WS-CKP-JCL-FLAG
               END-IF
               IF WS-DD-NAME(WS-DD-IDX) = "ARCHIVE"
                   MOVE 'Y' TO WS-RET-JCL-FLAG
               END-IF
           END-PERFORM.
           IF WS-CKP-JCL-FLAG = 'Y'
               PERFORM WRITE-JCL-RESTART-SET
           END-IF.
           IF WS-RET-JCL-FLAG = 'Y'
               PERFORM WRITE-JCL-SIMULATION-SET
           END-IF.
           MOVE 0 TO WS-JCL-STEP-NUM.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
           END-PERFORM.
           PERFORM WRITE-JCL-MAIN-COMPILE-STEP.
           PERFORM WRITE-JCL-LINK-STEP.
           MOVE 'N' TO WS-DSR-GDG-STEP.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-COUNT
               IF WS-DD-TYPE(WS-DD-IDX) = 'G'
                   AND WS-DD-IO(WS-DD-IDX) = 'O'
                   MOVE WS-DD-DSN(WS-DD-IDX) TO WS-DSR-KEY
                   PERFORM WRITE-JCL-GDG-DEFINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-JCL-GDG-DEFINE-END.
           PERFORM WRITE-JCL-GO-STEP.
           CLOSE JCLFILE.

                      DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING
           IF WS-CKP-JCL-FLAG = 'Y'
               MOVE "RST" TO WS-JCL-PARM-SYM
               PERFORM WRITE-JCL-EXEC-PARM
           ELSE
               IF WS-RET-JCL-FLAG = 'Y'
                   MOVE "MODE" TO WS-JCL-PARM-SYM
                   PERFORM WRITE-JCL-EXEC-PARM
               END-IF
           END-IF
           MOVE WS-JCL-LINE TO JCL-RECORD
           WRITE JCL-RECORD.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
           WRITE JCL-RECORD.

       WRITE-JCL-DATASET-DD.
           MOVE WS-DD-DSN(WS-DD-IDX) TO WS-DSR-KEY.
           PERFORM FIND-REGISTERED-DATASET.
           MOVE 'N' TO WS-DSR-NEWDD.
           IF WS-DD-IO(WS-DD-IDX) = 'O' OR 'C'
               MOVE 'Y' TO WS-DSR-NEWDD
           END-IF.
           MOVE SPACES TO WS-JCL-LINE.
           EVALUATE TRUE
               WHEN WS-DD-IO(WS-DD-IDX) = 'C'
                   MOVE WS-DD-NAME(WS-DD-IDX) TO WS-DD-NEW-NAME
                   PERFORM WRITE-JCL-CHECKPOINT-DD
               WHEN WS-DSR-IDX > 0 AND WS-DSR-ORG(WS-DSR-IDX) = 'I'
                   STRING "//" DELIMITED BY SIZE
                          WS-DD-NAME(WS-DD-IDX) DELIMITED BY SIZE
                          " DD DSN=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DD-DSN(WS-DD-IDX))
                              DELIMITED BY SIZE
                          ",DISP=SHR" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
               WHEN WS-DD-TYPE(WS-DD-IDX) = 'G'
                       AND WS-DD-IO(WS-DD-IDX) = 'I'
                   STRING "//" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-JCL-DD-STATEMENT.

       WRITE-JCL-DD-STATEMENT.
           IF WS-DSR-IDX > 0 AND WS-DSR-NEWDD = 'Y'
               AND WS-DSR-ORG(WS-DSR-IDX) NOT = 'I'
               MOVE WS-JCL-LINE TO WS-DSR-JCL-HOLD
               MOVE SPACES TO WS-JCL-LINE
               STRING FUNCTION TRIM(WS-DSR-JCL-HOLD TRAILING)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
               MOVE WS-JCL-LINE TO JCL-RECORD
               WRITE JCL-RECORD
               PERFORM WRITE-JCL-REGISTRY-ATTRS
           END-IF.
           MOVE WS-JCL-LINE TO JCL-RECORD.
           WRITE JCL-RECORD.

       WRITE-JCL-CHECKPOINT-DD.
           STRING "//" DELIMITED BY SIZE
                  WS-DD-NEW-NAME DELIMITED BY SIZE
                  " DD DSN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DSR-KEY) DELIMITED BY SIZE
                  ",DISP=(MOD,CATLG,CATLG)" DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING.
           IF WS-DSR-IDX = 0 OR WS-DSR-ORG(WS-DSR-IDX) = 'I'
               MOVE WS-JCL-LINE TO WS-DSR-JCL-HOLD
               MOVE SPACES TO WS-JCL-LINE
               STRING FUNCTION TRIM(WS-DSR-JCL-HOLD TRAILING)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
               MOVE WS-JCL-LINE TO JCL-RECORD
               WRITE JCL-RECORD
               MOVE "//            UNIT=SYSDA,SPACE=(TRK,(1,1)),"
                   TO JCL-RECORD
               WRITE JCL-RECORD
               MOVE "//            DCB=(RECFM=FB,LRECL=200,BLKSIZE=0)"
                   TO WS-JCL-LINE
           END-IF.

       WRITE-JCL-RESTART-SET.
           MOVE "//         SET RST=NORMAL" TO JCL-RECORD.
           WRITE JCL-RECORD.
           MOVE "//* REPRISE AU DERNIER POINT DE CONTROLE :"
               TO JCL-RECORD.
           WRITE JCL-RECORD.
           MOVE "//*   RESOUMETTRE AVEC SET RST=REPRISE" TO JCL-RECORD.
           WRITE JCL-RECORD.

       WRITE-JCL-SIMULATION-SET.
           MOVE "//         SET MODE=NORMAL" TO JCL-RECORD.
           WRITE JCL-RECORD.
           MOVE "//* SIMULATION SANS MISE A JOUR :" TO JCL-RECORD.
           WRITE JCL-RECORD.
           MOVE "//*   RESOUMETTRE AVEC SET MODE=SIMULATION"
               TO JCL-RECORD.
           WRITE JCL-RECORD.

       WRITE-JCL-EXEC-PARM.
           MOVE WS-JCL-LINE TO WS-DSR-JCL-HOLD.
           MOVE SPACES TO WS-JCL-LINE.
           STRING FUNCTION TRIM(WS-DSR-JCL-HOLD TRAILING)
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING.
           MOVE WS-JCL-LINE TO JCL-RECORD.
           WRITE JCL-RECORD.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "//             PARM='&" DELIMITED BY SIZE
                  WS-JCL-PARM-SYM DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING.

       WRITE-JCL-REGISTRY-ATTRS.
           MOVE WS-DSR-SPCPRI(WS-DSR-IDX) TO WS-DSR-PRI-DISP.
           MOVE WS-DSR-SPCSEC(WS-DSR-IDX) TO WS-DSR-SEC-DISP.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "//            UNIT=SYSDA,SPACE=(" DELIMITED BY SIZE
                  WS-DSR-SPCUNIT(WS-DSR-IDX) DELIMITED BY SIZE
                  ",(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DSR-PRI-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DSR-SEC-DISP) DELIMITED BY SIZE
                  "),RLSE)," DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING.
           MOVE WS-JCL-LINE TO JCL-RECORD.
           WRITE JCL-RECORD.
           MOVE SPACES TO WS-JCL-LINE.
           IF WS-DSR-LRECL(WS-DSR-IDX) > 0
               MOVE WS-DSR-LRECL(WS-DSR-IDX) TO WS-DSR-LRECL-DISP
               STRING "//            DCB=(RECFM=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-RECFM(WS-DSR-IDX))
                          DELIMITED BY SIZE
                      ",LRECL=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-LRECL-DISP)
                          DELIMITED BY SIZE
                      ",BLKSIZE=0)" DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
           ELSE
               STRING "//            DCB=(RECFM=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-RECFM(WS-DSR-IDX))
                          DELIMITED BY SIZE
                      ",BLKSIZE=0)" DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
           END-IF.
           IF WS-DSR-RETPD(WS-DSR-IDX) > 0
               MOVE WS-JCL-LINE TO WS-DSR-JCL-HOLD
               MOVE SPACES TO WS-JCL-LINE
               STRING FUNCTION TRIM(WS-DSR-JCL-HOLD TRAILING)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
               MOVE WS-JCL-LINE TO JCL-RECORD
               WRITE JCL-RECORD
               MOVE WS-DSR-RETPD(WS-DSR-IDX) TO WS-DSR-RET-DISP
               MOVE SPACES TO WS-JCL-LINE
               STRING "//            RETPD=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-RET-DISP) DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
           END-IF.

       WRITE-JCL-GDG-DEFINE.
           PERFORM FIND-REGISTERED-DATASET.
           IF WS-DSR-IDX > 0 AND WS-DSR-GDGLIM(WS-DSR-IDX) > 0
               IF WS-DSR-GDG-STEP = 'N'
                   MOVE "//DEFGDG  EXEC PGM=IDCAMS,COND=(4,LT)"
                       TO JCL-RECORD
                   WRITE JCL-RECORD
                   MOVE "//SYSPRINT DD SYSOUT=*" TO JCL-RECORD
                   WRITE JCL-RECORD
                   MOVE "//SYSIN    DD *" TO JCL-RECORD
                   WRITE JCL-RECORD
                   MOVE 'Y' TO WS-DSR-GDG-STEP
               END-IF
               MOVE WS-DSR-GDGLIM(WS-DSR-IDX) TO WS-DSR-LIM-DISP
               MOVE "  DEFINE GENERATIONDATAGROUP -" TO JCL-RECORD
               WRITE JCL-RECORD
               MOVE SPACES TO WS-JCL-LINE
               STRING "         (NAME(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-DSN(WS-DSR-IDX))
                          DELIMITED BY SIZE
                      ") LIMIT(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-LIM-DISP) DELIMITED BY SIZE
                      ") NOEMPTY SCRATCH)" DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
               MOVE WS-JCL-LINE TO JCL-RECORD
               WRITE JCL-RECORD
               MOVE "  IF LASTCC = 12 THEN SET MAXCC = 0" TO JCL-RECORD
               WRITE JCL-RECORD
           END-IF.

       WRITE-JCL-GDG-DEFINE-END.
           IF WS-DSR-GDG-STEP = 'Y'
               MOVE "/*" TO JCL-RECORD
               WRITE JCL-RECORD
               MOVE 'N' TO WS-DSR-GDG-STEP
           END-IF.

       BUILD-JOB-STREAM.
           DISPLAY WS-UI-TXT(177) LINE 14.
           DISPLAY WS-UI-TXT(179) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-JST-NAME.
           IF WS-JST-NAME = SPACES
               MOVE "CHAINE" TO WS-JST-NAME
           END-IF.
           MOVE 0 TO WS-JST-STEP-COUNT.
           MOVE 0 TO WS-JST-DD-COUNT.
           MOVE 'N' TO WS-JST-DONE.
           PERFORM UNTIL WS-JST-DONE = 'Y' OR WS-JST-STEP-COUNT >= 10
               PERFORM ACCEPT-JOB-STREAM-STEP
           END-PERFORM.
           IF WS-JST-STEP-COUNT = 0
               DISPLAY WS-UI-TXT(3) LINE 24
           ELSE
               PERFORM LINK-JOB-STREAM-DATASETS
               PERFORM WRITE-JOB-STREAM-JCL
               PERFORM WRITE-JOB-STREAM-DOC
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-UI-TXT(182)) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JCL-FILENAME) DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               DISPLAY WS-MSG LINE 24
           END-IF.

       ACCEPT-JOB-STREAM-STEP.
           DISPLAY WS-UI-TXT(180) LINE 16.
           MOVE 16 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           IF WS-PRF-MODE = 'P' AND WS-PRF-PTR >= WS-PRF-COUNT
               MOVE SPACES TO WS-ANS-VALUE
           ELSE
               PERFORM GET-SCREEN-ANSWER
           END-IF.
           MOVE WS-ANS-VALUE TO WS-JST-APP-NEW.
           IF WS-JST-APP-NEW = SPACES
               MOVE 'Y' TO WS-JST-DONE
           ELSE
               MOVE SPACES TO WS-MAN-FILENAME
               STRING FUNCTION TRIM(WS-JST-APP-NEW) DELIMITED BY SIZE
                      ".man" DELIMITED BY SIZE
                      INTO WS-MAN-FILENAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-MAN-FILENAME
                   WS-CPY-FILE-DETAILS
                   RETURNING WS-CPY-CHECK-RC
               END-CALL
               IF WS-CPY-CHECK-RC NOT = 0
                   DISPLAY WS-UI-TXT(181) LINE 24
               ELSE
                   ADD 1 TO WS-JST-STEP-COUNT
                   MOVE WS-JST-APP-NEW
                       TO WS-JST-STEP-APP(WS-JST-STEP-COUNT)
                   PERFORM LOAD-JOB-STREAM-DDS
               END-IF
           END-IF.

       LOAD-JOB-STREAM-DDS.
           MOVE 'N' TO WS-JST-EOF.
           OPEN INPUT MANFILE.
           PERFORM UNTIL WS-JST-EOF = 'Y'
               READ MANFILE
                   AT END
                       MOVE 'Y' TO WS-JST-EOF
                   NOT AT END
                       MOVE SPACES TO WS-JST-TOK1
                       MOVE SPACES TO WS-JST-TOK2
                       MOVE SPACES TO WS-JST-TOK5
                       UNSTRING MAN-RECORD DELIMITED BY ALL SPACE
                           INTO WS-JST-TOK1 WS-JST-TOK2 WS-JST-TOK3
                                WS-JST-TOK4 WS-JST-TOK5
                       END-UNSTRING
                       IF WS-JST-TOK1 = "D" AND WS-JST-DD-COUNT < 150
                           ADD 1 TO WS-JST-DD-COUNT
                           MOVE WS-JST-STEP-COUNT
                               TO WS-JST-DD-STEP(WS-JST-DD-COUNT)
                           MOVE WS-JST-TOK2
                               TO WS-JST-DD-NAME(WS-JST-DD-COUNT)
                           MOVE WS-JST-TOK3
                               TO WS-JST-DD-IO(WS-JST-DD-COUNT)
                           MOVE WS-JST-TOK4
                               TO WS-JST-DD-TYPE(WS-JST-DD-COUNT)
                           MOVE WS-JST-TOK5
                               TO WS-JST-DD-DSN(WS-JST-DD-COUNT)
                           MOVE SPACE
                               TO WS-JST-DD-PASS(WS-JST-DD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANFILE.

       LINK-JOB-STREAM-DATASETS.
           PERFORM VARYING WS-JST-IDX FROM 2 BY 1
               UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
               MOVE 0 TO WS-JST-IN-DDX
               MOVE 0 TO WS-JST-OUT-DDX
               PERFORM VARYING WS-JST-DDX FROM 1 BY 1
                   UNTIL WS-JST-DDX > WS-JST-DD-COUNT
                   IF WS-JST-DD-STEP(WS-JST-DDX) = WS-JST-IDX
                       AND WS-JST-DD-IO(WS-JST-DDX) = 'I'
                       AND WS-JST-IN-DDX = 0
                       MOVE WS-JST-DDX TO WS-JST-IN-DDX
                   END-IF
                   IF WS-JST-DD-STEP(WS-JST-DDX) = WS-JST-IDX - 1
                       AND WS-JST-DD-IO(WS-JST-DDX) = 'O'
                       AND WS-JST-OUT-DDX = 0
                       MOVE WS-JST-DDX TO WS-JST-OUT-DDX
                   END-IF
               END-PERFORM
               IF WS-JST-IN-DDX > 0 AND WS-JST-OUT-DDX > 0
                   MOVE 'P' TO WS-JST-DD-PASS(WS-JST-OUT-DDX)
                   MOVE 'R' TO WS-JST-DD-PASS(WS-JST-IN-DDX)
               END-IF
           END-PERFORM.

       WRITE-JOB-STREAM-JCL.
           MOVE SPACES TO WS-JCL-FILENAME.
           STRING FUNCTION TRIM(WS-JST-NAME) DELIMITED BY SIZE
                  ".jcl" DELIMITED BY SIZE
                  INTO WS-JCL-FILENAME
           END-STRING.
           MOVE 'J' TO WS-ART-NEW-TYPE.
           MOVE WS-JCL-FILENAME TO WS-ART-NEW-NAME.
           PERFORM RECORD-SESSION-ARTIFACT.
           OPEN OUTPUT JCLFILE.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "//" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JST-NAME) DELIMITED BY SIZE
                  " JOB (ACCT),'" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "',CLASS=A,MSGCLASS=X" DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING
           MOVE WS-JCL-LINE TO JCL-RECORD
           WRITE JCL-RECORD.
           MOVE "//* REPRISE : AJOUTER RESTART=STEPnn A LA CARTE JOB"
               TO JCL-RECORD
           WRITE JCL-RECORD.
           MOVE 'N' TO WS-CKP-JCL-FLAG.
           MOVE 'N' TO WS-RET-JCL-FLAG.
           PERFORM VARYING WS-JST-DDX FROM 1 BY 1
               UNTIL WS-JST-DDX > WS-JST-DD-COUNT
               IF WS-JST-DD-IO(WS-JST-DDX) = 'C'
                   MOVE 'Y' TO WS-CKP-JCL-FLAG
               END-IF
               IF WS-JST-DD-NAME(WS-JST-DDX) = "ARCHIVE"
                   MOVE 'Y' TO WS-RET-JCL-FLAG
               END-IF
           END-PERFORM.
           IF WS-CKP-JCL-FLAG = 'Y'
               PERFORM WRITE-JCL-RESTART-SET
           END-IF.
           IF WS-RET-JCL-FLAG = 'Y'
               PERFORM WRITE-JCL-SIMULATION-SET
           END-IF.
           MOVE 'N' TO WS-DSR-GDG-STEP.
           PERFORM VARYING WS-JST-DDX FROM 1 BY 1
               UNTIL WS-JST-DDX > WS-JST-DD-COUNT
               IF WS-JST-DD-TYPE(WS-JST-DDX) = 'G'
                   AND WS-JST-DD-IO(WS-JST-DDX) = 'O'
                   AND WS-JST-DD-PASS(WS-JST-DDX) = SPACE
                   MOVE WS-JST-DD-DSN(WS-JST-DDX) TO WS-DSR-KEY
                   PERFORM WRITE-JCL-GDG-DEFINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-JCL-GDG-DEFINE-END.
           PERFORM VARYING WS-JST-IDX FROM 1 BY 1
               UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
               PERFORM WRITE-JOB-STREAM-STEP
           END-PERFORM.
           CLOSE JCLFILE.

       WRITE-JOB-STREAM-STEP.
           MOVE WS-JST-IDX TO WS-JST-STEP-DISP.
           COMPUTE WS-JST-PREV-DISP = WS-JST-IDX - 1.
           MOVE "//*" TO JCL-RECORD
           WRITE JCL-RECORD.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "//* POINT DE REPRISE STEP" DELIMITED BY SIZE
                  WS-JST-STEP-DISP DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JST-STEP-APP(WS-JST-IDX))
                      DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING
           MOVE WS-JCL-LINE TO JCL-RECORD
           WRITE JCL-RECORD.
           IF WS-JST-IDX > 1
               MOVE SPACES TO WS-JCL-LINE
               STRING "//IF" DELIMITED BY SIZE
                      WS-JST-STEP-DISP DELIMITED BY SIZE
                      "    IF (STEP" DELIMITED BY SIZE
                      WS-JST-PREV-DISP DELIMITED BY SIZE
                      ".RC <= 4) THEN" DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
               MOVE WS-JCL-LINE TO JCL-RECORD
               WRITE JCL-RECORD
           END-IF.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "//STEP" DELIMITED BY SIZE
                  WS-JST-STEP-DISP DELIMITED BY SIZE
                  "  EXEC PGM=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JST-STEP-APP(WS-JST-IDX))
                      DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING
           MOVE SPACES TO WS-JCL-PARM-SYM
           PERFORM VARYING WS-JST-DDX FROM 1 BY 1
               UNTIL WS-JST-DDX > WS-JST-DD-COUNT
               IF WS-JST-DD-STEP(WS-JST-DDX) = WS-JST-IDX
                   IF WS-JST-DD-IO(WS-JST-DDX) = 'C'
                       MOVE "RST" TO WS-JCL-PARM-SYM
                   END-IF
                   IF WS-JST-DD-NAME(WS-JST-DDX) = "ARCHIVE"
                       AND WS-JCL-PARM-SYM = SPACES
                       MOVE "MODE" TO WS-JCL-PARM-SYM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JCL-PARM-SYM NOT = SPACES
               PERFORM WRITE-JCL-EXEC-PARM
           END-IF
           MOVE WS-JCL-LINE TO JCL-RECORD
           WRITE JCL-RECORD.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "//STEPLIB  DD DSN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JST-STEP-APP(WS-JST-IDX))
                      DELIMITED BY SIZE
                  ".LOAD,DISP=SHR" DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING
           MOVE WS-JCL-LINE TO JCL-RECORD
           WRITE JCL-RECORD.
           PERFORM VARYING WS-JST-DDX FROM 1 BY 1
               UNTIL WS-JST-DDX > WS-JST-DD-COUNT
               IF WS-JST-DD-STEP(WS-JST-DDX) = WS-JST-IDX
                   PERFORM WRITE-JOB-STREAM-DD
               END-IF
           END-PERFORM.
           MOVE "//SYSOUT   DD SYSOUT=*" TO JCL-RECORD
           WRITE JCL-RECORD.
           IF WS-JST-IDX > 1
               MOVE "//         ENDIF" TO JCL-RECORD
               WRITE JCL-RECORD
           END-IF.

       WRITE-JOB-STREAM-DD.
           MOVE WS-JST-DD-DSN(WS-JST-DDX) TO WS-DSR-KEY.
           PERFORM FIND-REGISTERED-DATASET.
           MOVE 'N' TO WS-DSR-NEWDD.
           IF (WS-JST-DD-IO(WS-JST-DDX) = 'O' OR 'C')
               AND WS-JST-DD-PASS(WS-JST-DDX) = SPACE
               MOVE 'Y' TO WS-DSR-NEWDD
           END-IF.
           MOVE SPACES TO WS-JCL-LINE.
           EVALUATE TRUE
               WHEN WS-JST-DD-IO(WS-JST-DDX) = 'C'
                   MOVE WS-JST-DD-NAME(WS-JST-DDX) TO WS-DD-NEW-NAME
                   PERFORM WRITE-JCL-CHECKPOINT-DD
               WHEN WS-JST-DD-PASS(WS-JST-DDX) = 'P'
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=&&T" DELIMITED BY SIZE
                          WS-JST-STEP-DISP DELIMITED BY SIZE
                          ",DISP=(NEW,PASS,DELETE)," DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
                   MOVE WS-JCL-LINE TO JCL-RECORD
                   WRITE JCL-RECORD
                   IF WS-DSR-IDX > 0
                       AND WS-DSR-ORG(WS-DSR-IDX) NOT = 'I'
                       PERFORM WRITE-JCL-REGISTRY-ATTRS
                   ELSE
                       MOVE "//            UNIT=SYSDA,SPACE=(CYL,(5,5))"
                           TO WS-JCL-LINE
                   END-IF
               WHEN WS-JST-DD-PASS(WS-JST-DDX) = 'R'
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=&&T" DELIMITED BY SIZE
                          WS-JST-PREV-DISP DELIMITED BY SIZE
                          ",DISP=(OLD,DELETE,DELETE)" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
               WHEN WS-DSR-IDX > 0 AND WS-DSR-ORG(WS-DSR-IDX) = 'I'
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JST-DD-DSN(WS-JST-DDX))
                              DELIMITED BY SIZE
                          ",DISP=SHR" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
               WHEN WS-JST-DD-TYPE(WS-JST-DDX) = 'G'
                       AND WS-JST-DD-IO(WS-JST-DDX) = 'I'
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JST-DD-DSN(WS-JST-DDX))
                              DELIMITED BY SIZE
                          "(0),DISP=SHR" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
               WHEN WS-JST-DD-TYPE(WS-JST-DDX) = 'G'
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JST-DD-DSN(WS-JST-DDX))
                              DELIMITED BY SIZE
                          "(+1),DISP=(NEW,CATLG)" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
               WHEN WS-JST-DD-IO(WS-JST-DDX) = 'I'
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JST-DD-DSN(WS-JST-DDX))
                              DELIMITED BY SIZE
                          ".D&LYYMMDD,DISP=SHR" DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
               WHEN OTHER
                   STRING "//" DELIMITED BY SIZE
                          WS-JST-DD-NAME(WS-JST-DDX) DELIMITED BY SIZE
                          " DD DSN=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JST-DD-DSN(WS-JST-DDX))
                              DELIMITED BY SIZE
                          ".D&LYYMMDD,DISP=(NEW,CATLG)"
                              DELIMITED BY SIZE
                          INTO WS-JCL-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-JCL-DD-STATEMENT.

       WRITE-JOB-STREAM-DOC.
           MOVE SPACES TO WS-VRF-FILENAME.
           STRING FUNCTION TRIM(WS-JST-NAME) DELIMITED BY SIZE
                  ".doc" DELIMITED BY SIZE
                  INTO WS-VRF-FILENAME
           END-STRING.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO WS-JCL-LINE.
           STRING "DOCUMENTATION DE LA CHAINE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JST-NAME) DELIMITED BY SIZE
                  " - AUTEUR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  INTO WS-JCL-LINE
           END-STRING
           MOVE WS-JCL-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
           PERFORM VARYING WS-JST-IDX FROM 1 BY 1
               UNTIL WS-JST-IDX > WS-JST-STEP-COUNT
               PERFORM WRITE-JOB-STREAM-DOC-STEP
           END-PERFORM.
           CLOSE RPTFILE.

       WRITE-JOB-STREAM-DOC-STEP.
           MOVE WS-JST-IDX TO WS-JST-STEP-DISP.
           COMPUTE WS-JST-PREV-DISP = WS-JST-IDX - 1.
           COMPUTE WS-JST-NEXT-DISP = WS-JST-IDX + 1.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-JCL-LINE.
           IF WS-JST-IDX = 1
               STRING "STEP" DELIMITED BY SIZE
                      WS-JST-STEP-DISP DELIMITED BY SIZE
                      "  PROGRAMME " DELIMITED BY SIZE
                      WS-JST-STEP-APP(WS-JST-IDX) DELIMITED BY SIZE
                      "  TOUJOURS EXECUTE" DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
           ELSE
               STRING "STEP" DELIMITED BY SIZE
                      WS-JST-STEP-DISP DELIMITED BY SIZE
                      "  PROGRAMME " DELIMITED BY SIZE
                      WS-JST-STEP-APP(WS-JST-IDX) DELIMITED BY SIZE
                      "  SI STEP" DELIMITED BY SIZE
                      WS-JST-PREV-DISP DELIMITED BY SIZE
                      " RC <= 4" DELIMITED BY SIZE
                      INTO WS-JCL-LINE
               END-STRING
           END-IF.
           MOVE WS-JCL-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING WS-JST-DDX FROM 1 BY 1
               UNTIL WS-JST-DDX > WS-JST-DD-COUNT
               IF WS-JST-DD-STEP(WS-JST-DDX) = WS-JST-IDX
                   PERFORM WRITE-JOB-STREAM-DOC-DD
               END-IF
           END-PERFORM.

       WRITE-JOB-STREAM-DOC-DD.
           MOVE SPACES TO WS-JCL-LINE.
           EVALUATE WS-JST-DD-IO(WS-JST-DDX)
               WHEN 'I'
                   MOVE "  ENTREE " TO WS-JCL-LINE(1:9)
               WHEN 'C'
                   MOVE " REPRISE " TO WS-JCL-LINE(1:9)
               WHEN OTHER
                   MOVE "  SORTIE " TO WS-JCL-LINE(1:9)
           END-EVALUATE.
           MOVE WS-JST-DD-NAME(WS-JST-DDX) TO WS-JCL-LINE(10:8).
           EVALUATE WS-JST-DD-PASS(WS-JST-DDX)
               WHEN 'P'
                   STRING "&&T" DELIMITED BY SIZE
                          WS-JST-STEP-DISP DELIMITED BY SIZE
                          " (TEMPORAIRE) VERS STEP" DELIMITED BY SIZE
                          WS-JST-NEXT-DISP DELIMITED BY SIZE
                          INTO WS-JCL-LINE(19:54)
                   END-STRING
               WHEN 'R'
                   STRING "&&T" DELIMITED BY SIZE
                          WS-JST-PREV-DISP DELIMITED BY SIZE
                          " (TEMPORAIRE) DE STEP" DELIMITED BY SIZE
                          WS-JST-PREV-DISP DELIMITED BY SIZE
                          ", SUPPRIME APRES USAGE" DELIMITED BY SIZE
                          INTO WS-JCL-LINE(19:54)
                   END-STRING
               WHEN OTHER
                   MOVE WS-JST-DD-DSN(WS-JST-DDX)
                       TO WS-JCL-LINE(19:30)
           END-EVALUATE.
           MOVE WS-JCL-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.

       RECORD-SESSION-ARTIFACT.
           MOVE 'N' TO WS-ART-FOUND.
                  ".man" DELIMITED BY SIZE
                  INTO WS-MAN-FILENAME
           END-STRING.
           PERFORM READ-MANIFEST-VERSION.
           ADD 1 TO WS-MAN-VERSION.
           OPEN OUTPUT MANFILE.
           MOVE SPACES TO WS-MSG.
           STRING "MANIFESTE DE GENERATION - " DELIMITED BY SIZE
           END-STRING
           MOVE WS-MSG TO MAN-RECORD
           WRITE MAN-RECORD.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MSG.
           STRING "V " DELIMITED BY SIZE
                  WS-MAN-VERSION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUTHOR-NAME DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING
           MOVE WS-MSG TO MAN-RECORD
           WRITE MAN-RECORD.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
               MOVE SPACES TO MAN-RECORD
               MOVE SPACES TO WS-MSG
               IF WS-ART-VERSION(WS-ART-IDX) = SPACES
               MOVE WS-MSG TO MAN-RECORD
               WRITE MAN-RECORD
           END-PERFORM.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-COUNT
               MOVE SPACES TO WS-MSG
               STRING "D " DELIMITED BY SIZE
                      WS-DD-NAME(WS-DD-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-DD-IO(WS-DD-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DD-TYPE(WS-DD-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DD-DSN(WS-DD-IDX))
                          DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               MOVE WS-MSG TO MAN-RECORD
               WRITE MAN-RECORD
           END-PERFORM.
           CLOSE MANFILE.
           PERFORM RESET-ARTIFACT-STATUS.

       READ-MANIFEST-VERSION.
           MOVE 0 TO WS-MAN-VERSION.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MAN-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-MAN-EOF
               OPEN INPUT MANFILE
               PERFORM UNTIL WS-MAN-EOF = 'Y'
                   READ MANFILE
                       AT END
                           MOVE 'Y' TO WS-MAN-EOF
                       NOT AT END
                           MOVE SPACES TO WS-MAN-TOK1
                           MOVE SPACES TO WS-MAN-TOK2
                           UNSTRING MAN-RECORD DELIMITED BY ALL SPACE
                               INTO WS-MAN-TOK1 WS-MAN-TOK2
                           END-UNSTRING
                           IF WS-MAN-TOK1 = "V"
                               AND WS-MAN-TOK2(1:3) IS NUMERIC
                               MOVE WS-MAN-TOK2(1:3) TO WS-MAN-VERSION
                               MOVE 'Y' TO WS-MAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANFILE
           END-IF.

       RESET-ARTIFACT-STATUS.
           MOVE WS-APP-NAME TO WS-REV-APP.
           PERFORM LOAD-STATUS-FILE.
           MOVE WS-APP-NAME TO WS-HIS-APP.
           MOVE WS-AUTHOR-NAME TO WS-HIS-USER.
           MOVE WS-MAN-VERSION TO WS-HIS-MANVER.
           MOVE "BROUILLON" TO WS-HIS-NEW.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
               MOVE SPACES TO WS-HIS-OLD
               PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STA-COUNT
                   IF WS-STA-TYPE(WS-STA-IDX) = WS-ART-TYPE(WS-ART-IDX)
                       AND WS-STA-NAME(WS-STA-IDX)
                           = WS-ART-NAME(WS-ART-IDX)
                       MOVE WS-STA-STATUS(WS-STA-IDX) TO WS-HIS-OLD
                   END-IF
               END-PERFORM
               MOVE WS-ART-TYPE(WS-ART-IDX) TO WS-HIS-TYPE
               MOVE WS-ART-NAME(WS-ART-IDX) TO WS-HIS-NAME
               PERFORM WRITE-PROMOTION-HISTORY
           END-PERFORM.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           MOVE WS-ART-COUNT TO WS-STA-COUNT.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
               MOVE WS-ART-TYPE(WS-ART-IDX) TO WS-STA-TYPE(WS-ART-IDX)
               MOVE WS-ART-NAME(WS-ART-IDX) TO WS-STA-NAME(WS-ART-IDX)
               MOVE "BROUILLON" TO WS-STA-STATUS(WS-ART-IDX)
               MOVE WS-MAN-VERSION TO WS-STA-MANVER(WS-ART-IDX)
               MOVE WS-AUTHOR-NAME TO WS-STA-USER(WS-ART-IDX)
               MOVE WS-AUD-DATE TO WS-STA-DATE(WS-ART-IDX)
           END-PERFORM.
           PERFORM WRITE-STATUS-FILE.

       LOAD-STATUS-FILE.
           MOVE 0 TO WS-STA-COUNT.
           MOVE SPACES TO WS-STA-FILENAME.
           STRING FUNCTION TRIM(WS-REV-APP) DELIMITED BY SIZE
                  ".sta" DELIMITED BY SIZE
                  INTO WS-STA-FILENAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-STA-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-STA-EOF
               OPEN INPUT STAFILE
               PERFORM UNTIL WS-STA-EOF = 'Y'
                   READ STAFILE
                       AT END
                           MOVE 'Y' TO WS-STA-EOF
                       NOT AT END
                           IF STA-NAME NOT = SPACES
                               AND WS-STA-COUNT < 50
                               ADD 1 TO WS-STA-COUNT
                               MOVE STA-TYPE
                                   TO WS-STA-TYPE(WS-STA-COUNT)
                               MOVE STA-NAME
                                   TO WS-STA-NAME(WS-STA-COUNT)
                               MOVE STA-STATUS
                                   TO WS-STA-STATUS(WS-STA-COUNT)
                               MOVE STA-MANVER
                                   TO WS-STA-MANVER(WS-STA-COUNT)
                               MOVE STA-USER
                                   TO WS-STA-USER(WS-STA-COUNT)
                               MOVE STA-DATE
                                   TO WS-STA-DATE(WS-STA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFILE
           END-IF.

       WRITE-STATUS-FILE.
           OPEN OUTPUT STAFILE.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-COUNT
               MOVE SPACES TO STA-RECORD
               MOVE WS-STA-TYPE(WS-STA-IDX) TO STA-TYPE
               MOVE WS-STA-NAME(WS-STA-IDX) TO STA-NAME
               MOVE WS-STA-STATUS(WS-STA-IDX) TO STA-STATUS
               MOVE WS-STA-MANVER(WS-STA-IDX) TO STA-MANVER
               MOVE WS-STA-USER(WS-STA-IDX) TO STA-USER
               MOVE WS-STA-DATE(WS-STA-IDX) TO STA-DATE
               WRITE STA-RECORD
           END-PERFORM.
           CLOSE STAFILE.

       WRITE-PROMOTION-HISTORY.
           ACCEPT WS-HIS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-RAW(1:6) TO WS-HIS-TIME.
           MOVE SPACES TO HIS-RECORD.
           MOVE WS-HIS-LINE TO HIS-RECORD.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HIS-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               OPEN EXTEND HISFILE
           ELSE
               OPEN OUTPUT HISFILE
           END-IF.
           WRITE HIS-RECORD.
           CLOSE HISFILE.

       REVIEW-ARTIFACTS.
           DISPLAY WS-UI-TXT(195) LINE 14.
           IF WS-RUN-MODE = 'B' OR WS-PRF-MODE = 'P'
               DISPLAY WS-UI-TXT(29) LINE 24
           ELSE
               DISPLAY WS-UI-TXT(196) LINE 15
               MOVE SPACES TO WS-REV-APP
               ACCEPT WS-REV-APP LINE 15 COL 45
               IF WS-REV-APP = SPACES
                   MOVE WS-APP-NAME TO WS-REV-APP
               END-IF
               PERFORM CHECK-REVIEWER-NOT-AUTHOR
               IF WS-REV-AUTHOR-HIT = 'Y'
                   DISPLAY WS-UI-TXT(198) LINE 24
               ELSE
                   PERFORM LOAD-STATUS-FILE
                   IF WS-STA-COUNT = 0
                       DISPLAY WS-UI-TXT(197) LINE 24
                   ELSE
                       PERFORM SHOW-ARTIFACT-STATUS
                       PERFORM ACCEPT-REVIEW-CHOICE
                   END-IF
               END-IF
           END-IF.

       CHECK-REVIEWER-NOT-AUTHOR.
           MOVE 'N' TO WS-REV-AUTHOR-HIT.
           IF WS-AUTHOR-NAME = SPACES
               MOVE 'Y' TO WS-REV-AUTHOR-HIT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUDIT-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0 AND WS-REV-AUTHOR-HIT = 'N'
               MOVE 'N' TO WS-REV-EOF
               OPEN INPUT AUDITLOG
               PERFORM UNTIL WS-REV-EOF = 'Y'
                   READ AUDITLOG
                       AT END
                           MOVE 'Y' TO WS-REV-EOF
                       NOT AT END
                           IF AUDIT-RECORD(17:8) = WS-REV-APP
                               AND AUDIT-RECORD(26:8) = WS-AUTHOR-NAME
                               PERFORM CHECK-AUDIT-GENERATION-LINE
                               IF WS-REV-GEN-LINE = 'Y'
                                   MOVE 'Y' TO WS-REV-AUTHOR-HIT
                                   MOVE 'Y' TO WS-REV-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.

       CHECK-AUDIT-GENERATION-LINE.
           MOVE 'Y' TO WS-REV-GEN-LINE.
           IF AUDIT-RECORD(38:30) = SPACES
               OR AUDIT-RECORD(38:12) = "ACCES REFUSE"
               MOVE 'N' TO WS-REV-GEN-LINE
           END-IF.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > 12 OR WS-REV-GEN-LINE = 'N'
               IF AUDIT-RECORD(38:30) = WS-REV-NONGEN-NAME(WS-REV-IDX)
                   MOVE 'N' TO WS-REV-GEN-LINE
               END-IF
           END-PERFORM.

       SHOW-ARTIFACT-STATUS.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-COUNT
                   OR WS-STA-IDX > 6
               DISPLAY WS-STA-IDX " - " WS-STA-TYPE(WS-STA-IDX) " "
                   WS-STA-NAME(WS-STA-IDX) " "
                   WS-STA-STATUS(WS-STA-IDX)
                   LINE (15 + WS-STA-IDX)
           END-PERFORM.

       ACCEPT-REVIEW-CHOICE.
           DISPLAY WS-UI-TXT(199) LINE 22.
           MOVE SPACES TO WS-REV-ANSWER.
           ACCEPT WS-REV-ANSWER LINE 22 COL 50.
           MOVE 0 TO WS-STA-CHANGED.
           MOVE WS-REV-APP TO WS-HIS-APP.
           MOVE WS-AUTHOR-NAME TO WS-HIS-USER.
           MOVE "REVU" TO WS-HIS-NEW.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           IF WS-REV-ANSWER(1:1) = "T" OR WS-REV-ANSWER(1:1) = "t"
               OR WS-REV-ANSWER(1:1) = "A" OR WS-REV-ANSWER(1:1) = "a"
               PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STA-COUNT
                   PERFORM MARK-ARTIFACT-REVIEWED
               END-PERFORM
           ELSE
               IF WS-REV-ANSWER NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-REV-ANSWER) TO WS-REV-NUM
                   IF WS-REV-NUM > 0 AND WS-REV-NUM <= WS-STA-COUNT
                       MOVE WS-REV-NUM TO WS-STA-IDX
                       PERFORM MARK-ARTIFACT-REVIEWED
                   END-IF
               END-IF
           END-IF.
           IF WS-STA-CHANGED > 0
               PERFORM WRITE-STATUS-FILE
           END-IF.
           MOVE WS-STA-CHANGED TO WS-STA-CHANGED-DISP.
           DISPLAY WS-UI-TXT(200) LINE 24.
           DISPLAY WS-STA-CHANGED-DISP LINE 24 COL 45.

       MARK-ARTIFACT-REVIEWED.
           IF WS-STA-STATUS(WS-STA-IDX) = "BROUILLON"
               MOVE WS-STA-STATUS(WS-STA-IDX) TO WS-HIS-OLD
               MOVE "REVU" TO WS-STA-STATUS(WS-STA-IDX)
               MOVE WS-AUTHOR-NAME TO WS-STA-USER(WS-STA-IDX)
               MOVE WS-AUD-DATE TO WS-STA-DATE(WS-STA-IDX)
               MOVE WS-STA-TYPE(WS-STA-IDX) TO WS-HIS-TYPE
               MOVE WS-STA-NAME(WS-STA-IDX) TO WS-HIS-NAME
               MOVE WS-STA-MANVER(WS-STA-IDX) TO WS-HIS-MANVER
               PERFORM WRITE-PROMOTION-HISTORY
               ADD 1 TO WS-STA-CHANGED
           END-IF.

       GENERATE-INDEXED-CRUD.
           DISPLAY WS-UI-TXT(61) LINE 14.
                   WHEN WS-TPL-LINE(1:8) = "%FICHIER"
                       PERFORM EXPAND-REPEAT-BLOCK
                   WHEN WS-TPL-LINE(1:10) = "%SI-CLEALT"
                       IF WS-IDX-ALT-KEY NOT = SPACES
                           MOVE 'Y' TO WS-TPL-COND
                       ELSE
                           MOVE 'N' TO WS-TPL-COND
                       END-IF
                       PERFORM EXPAND-CONDITIONAL-BLOCK
                   WHEN WS-TPL-LINE(1:9) = "%SI-MULTI"
                       IF WS-RT-COUNT > 0
                           MOVE 'Y' TO WS-TPL-COND
                       ELSE
                           MOVE 'N' TO WS-TPL-COND
                       END-IF
                       PERFORM EXPAND-CONDITIONAL-BLOCK
                   WHEN WS-TPL-LINE(1:11) = "%SI-REPRISE"
                       IF WS-CKP-INTERVAL > 0
                           MOVE 'Y' TO WS-TPL-COND
                       ELSE
                           MOVE 'N' TO WS-TPL-COND
                       END-IF
                       PERFORM EXPAND-CONDITIONAL-BLOCK
                   WHEN WS-TPL-LINE(1:7) = "%DEFTRI"
                       PERFORM EMIT-SORT-KEY-DEFS
                   WHEN WS-TPL-LINE(1:7) = "%ORDTRI"
                       PERFORM EMIT-SORT-KEY-ORDERS
                       ADD 1 TO WS-TPL-IDX
                   WHEN OTHER
                       PERFORM WRITE-CONDITIONAL-LINE
                       ADD 1 TO WS-TPL-IDX
               END-EVALUATE
           END-PERFORM.
           IF WS-TPL-FIN-SI = 0
               COMPUTE WS-TPL-FIN-SI = WS-TPL-COUNT + 1
           END-IF.
           IF WS-TPL-COND = 'Y'
               COMPUTE WS-TPL-SCAN = WS-TPL-IDX + 1
               IF WS-TPL-SINON > 0
                   MOVE WS-TPL-SINON TO WS-TPL-BORNE
           END-IF.
           PERFORM UNTIL WS-TPL-SCAN >= WS-TPL-BORNE
               MOVE WS-TPL-TABLE(WS-TPL-SCAN) TO WS-TPL-LINE
               PERFORM WRITE-CONDITIONAL-LINE
               ADD 1 TO WS-TPL-SCAN
           END-PERFORM.
           COMPUTE WS-TPL-IDX = WS-TPL-FIN-SI + 1.

       WRITE-CONDITIONAL-LINE.
           EVALUATE TRUE
               WHEN WS-TPL-LINE(1:7) = "%COPTYP"
                   PERFORM EMIT-RECTYPE-WORK-AREAS
               WHEN WS-TPL-LINE(1:7) = "%REPSEL"
                   IF WS-CKP-INTERVAL > 0
                       PERFORM WRITE-CKP-SELECT
                   END-IF
               WHEN WS-TPL-LINE(1:7) = "%REPDEF"
                   IF WS-CKP-INTERVAL > 0
                       PERFORM WRITE-CKP-FD
                   END-IF
               WHEN WS-TPL-LINE(1:7) = "%REPZON"
                   IF WS-CKP-INTERVAL > 0
                       PERFORM WRITE-CKP-WS
                   END-IF
               WHEN WS-TPL-LINE(1:7) = "%REPPAR"
                   IF WS-CKP-INTERVAL > 0
                       PERFORM WRITE-CKP-PARAS
                   END-IF
               WHEN WS-TPL-LINE(1:7) = "%AIGTYP"
                   PERFORM EMIT-RECTYPE-DISPATCH
               WHEN WS-TPL-LINE(1:7) = "%ECRTYP"
                   PERFORM EMIT-RECTYPE-WRITES
               WHEN WS-TPL-LINE(1:1) = "%"
                   CONTINUE
               WHEN OTHER
                   PERFORM WRITE-TEMPLATE-LINE
           END-EVALUATE.

       WRITE-TEMPLATE-LINE.
           MOVE WS-TPL-LINE TO WS-TVAR-IN.
           PERFORM SUBSTITUTE-TEMPLATE-LINE.
           END-IF.

       ADD-GEN-LINE.
           IF WS-GEN-COUNT < 1500
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-LINE TO WS-GEN-LINE-TAB(WS-GEN-COUNT)
           ELSE
               END-IF
               COMPUTE WS-LINES-DELTA
                   = WS-LINES-WRITTEN - WS-LINES-BEFORE
               IF WS-LINES-DELTA > 0
                   MOVE 'P' TO WS-ART-NEW-TYPE
                   MOVE WS-OUTPUT-FILENAME TO WS-ART-NEW-NAME
                   PERFORM RECORD-SESSION-ARTIFACT
               END-IF
               IF WS-BMS-PENDING = 'Y'
                   MOVE 'B' TO WS-ART-NEW-TYPE
                   MOVE WS-BMS-FILENAME TO WS-ART-NEW-NAME
               DISPLAY WS-UI-TXT(42) LINE 23
           END-IF.

       HARVEST-COPYBOOKS.
           DISPLAY WS-UI-TXT(202) LINE 14.
           DISPLAY WS-UI-TXT(203) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-HRV-SOURCE.
           MOVE WS-HRV-SOURCE TO WS-SRC-FILENAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SRC-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-HRV-SOURCE = SPACES OR WS-CPY-CHECK-RC NOT = 0
               DISPLAY WS-UI-TXT(206) " " WS-HRV-SOURCE LINE 24
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
           ELSE
               PERFORM SCAN-HARVEST-SOURCE
               PERFORM CHOOSE-HARVEST-GROUPS
               PERFORM EXTRACT-HARVEST-ENTRIES
               PERFORM WRITE-HARVEST-REPORT
               MOVE WS-HRV-EXTRACTED TO WS-HRV-COUNT-DISP
               DISPLAY WS-UI-TXT(205) LINE 24
               DISPLAY WS-HRV-COUNT-DISP LINE 24 COL 45
           END-IF.

       SCAN-HARVEST-SOURCE.
           MOVE 0 TO WS-HRV-COUNT.
           MOVE 0 TO WS-HRV-WCOUNT.
           MOVE 0 TO WS-HRV-OPEN.
           MOVE 0 TO WS-HRV-LINENO.
           MOVE SPACE TO WS-HRV-SECTION.
           MOVE SPACES TO WS-HRV-FDNAME.
           MOVE SPACES TO WS-HRV-OWNER.
           MOVE 'N' TO WS-HRV-DONE.
           MOVE WS-HRV-SOURCE TO WS-SRC-FILENAME.
           OPEN INPUT COPYSRC.
           PERFORM UNTIL WS-HRV-DONE = 'Y'
               READ COPYSRC INTO WS-COPY-LINE
                   AT END
                       MOVE 'Y' TO WS-HRV-DONE
                   NOT AT END
                       ADD 1 TO WS-HRV-LINENO
                       PERFORM CLASSIFY-HARVEST-LINE
               END-READ
           END-PERFORM.
           CLOSE COPYSRC.
           MOVE 0 TO WS-HRV-OPEN.
           IF WS-HRV-OWNER = SPACES
               UNSTRING WS-HRV-SOURCE DELIMITED BY "."
                   INTO WS-HRV-OWNER
               END-UNSTRING
           END-IF.

       CLASSIFY-HARVEST-LINE.
           MOVE SPACES TO WS-COPY-LINE(1:6).
           IF WS-COPY-LINE(7:1) = "*" OR WS-COPY-LINE(7:1) = "/"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-HRV-TOK1
               MOVE SPACES TO WS-HRV-TOK2
               UNSTRING FUNCTION TRIM(WS-COPY-LINE(8:65))
                   DELIMITED BY ALL SPACE
                   INTO WS-HRV-TOK1 WS-HRV-TOK2
               END-UNSTRING
               INSPECT WS-HRV-TOK1 REPLACING ALL "." BY SPACE
               INSPECT WS-HRV-TOK2 REPLACING ALL "." BY SPACE
               IF WS-HRV-TOK1 NOT = SPACES
                   PERFORM APPLY-HARVEST-LINE
               END-IF
           END-IF.

       APPLY-HARVEST-LINE.
           EVALUATE TRUE
               WHEN WS-HRV-TOK1 = "PROGRAM-ID"
                   IF WS-HRV-OWNER = SPACES
                       MOVE WS-HRV-TOK2 TO WS-HRV-OWNER
                   END-IF
               WHEN WS-HRV-TOK2 = "DIVISION"
                   MOVE 0 TO WS-HRV-OPEN
                   MOVE SPACE TO WS-HRV-SECTION
                   IF WS-HRV-TOK1 = "PROCEDURE"
                       MOVE 'Y' TO WS-HRV-DONE
                   END-IF
               WHEN WS-HRV-TOK2 = "SECTION"
                   MOVE 0 TO WS-HRV-OPEN
                   EVALUATE WS-HRV-TOK1
                       WHEN "FILE"
                           MOVE 'F' TO WS-HRV-SECTION
                       WHEN "WORKING-STORAGE"
                           MOVE 'W' TO WS-HRV-SECTION
                       WHEN OTHER
                           MOVE SPACE TO WS-HRV-SECTION
                   END-EVALUATE
               WHEN WS-HRV-TOK1 = "FD" OR WS-HRV-TOK1 = "SD"
                   MOVE 0 TO WS-HRV-OPEN
                   MOVE WS-HRV-TOK2 TO WS-HRV-FDNAME
               WHEN WS-HRV-TOK1 = "01" OR WS-HRV-TOK1 = "1"
                   MOVE 0 TO WS-HRV-OPEN
                   IF WS-HRV-SECTION = 'F' OR WS-HRV-SECTION = 'W'
                       PERFORM OPEN-HARVEST-ENTRY
                   END-IF
               WHEN WS-HRV-TOK1 = "77"
                   MOVE 0 TO WS-HRV-OPEN
               WHEN WS-HRV-TOK1 = "COPY"
                   PERFORM NOTE-HARVEST-COPY
               WHEN OTHER
                   IF WS-HRV-OPEN > 0
                       MOVE WS-HRV-LINENO TO WS-HRV-TO(WS-HRV-OPEN)
                   END-IF
           END-EVALUATE.

       OPEN-HARVEST-ENTRY.
           MOVE 0 TO WS-HRV-TALLY.
           IF WS-HRV-SECTION = 'W'
               INSPECT WS-COPY-LINE TALLYING WS-HRV-TALLY
                   FOR ALL " PIC " ALL " PICTURE "
           END-IF.
           IF WS-HRV-TALLY = 0 AND WS-HRV-COUNT < 50
               ADD 1 TO WS-HRV-COUNT
               MOVE WS-HRV-COUNT TO WS-HRV-OPEN
               MOVE WS-HRV-TOK2 TO WS-HRV-NAME(WS-HRV-COUNT)
               MOVE WS-HRV-SECTION TO WS-HRV-SECT(WS-HRV-COUNT)
               MOVE WS-HRV-LINENO TO WS-HRV-FROM(WS-HRV-COUNT)
               MOVE WS-HRV-LINENO TO WS-HRV-TO(WS-HRV-COUNT)
               MOVE SPACES TO WS-HRV-CPY(WS-HRV-COUNT)
               MOVE 0 TO WS-HRV-WNUM(WS-HRV-COUNT)
               IF WS-HRV-SECTION = 'F'
                   MOVE 'S' TO WS-HRV-STATE(WS-HRV-COUNT)
                   MOVE WS-HRV-FDNAME TO WS-HRV-FILE(WS-HRV-COUNT)
               ELSE
                   ADD 1 TO WS-HRV-WCOUNT
                   MOVE WS-HRV-WCOUNT TO WS-HRV-WNUM(WS-HRV-COUNT)
                   MOVE 'N' TO WS-HRV-STATE(WS-HRV-COUNT)
                   MOVE SPACES TO WS-HRV-FILE(WS-HRV-COUNT)
               END-IF
           END-IF.

       NOTE-HARVEST-COPY.
           IF WS-HRV-OPEN > 0
               MOVE 'K' TO WS-HRV-STATE(WS-HRV-OPEN)
               MOVE WS-HRV-LINENO TO WS-HRV-TO(WS-HRV-OPEN)
           ELSE
               IF WS-HRV-SECTION = 'F' AND WS-HRV-FDNAME NOT = SPACES
                   AND WS-HRV-COUNT < 50
                   ADD 1 TO WS-HRV-COUNT
                   MOVE WS-HRV-TOK2 TO WS-HRV-NAME(WS-HRV-COUNT)
                   MOVE 'F' TO WS-HRV-SECT(WS-HRV-COUNT)
                   MOVE WS-HRV-LINENO TO WS-HRV-FROM(WS-HRV-COUNT)
                   MOVE WS-HRV-LINENO TO WS-HRV-TO(WS-HRV-COUNT)
                   MOVE 'C' TO WS-HRV-STATE(WS-HRV-COUNT)
                   MOVE SPACES TO WS-HRV-CPY(WS-HRV-COUNT)
                   MOVE 0 TO WS-HRV-WNUM(WS-HRV-COUNT)
                   MOVE WS-HRV-FDNAME TO WS-HRV-FILE(WS-HRV-COUNT)
               END-IF
           END-IF.

       CHOOSE-HARVEST-GROUPS.
           IF WS-HRV-WCOUNT > 0
               PERFORM VARYING WS-HRV-IDX FROM 1 BY 1
                   UNTIL WS-HRV-IDX > WS-HRV-COUNT
                   IF WS-HRV-SECT(WS-HRV-IDX) = 'W'
                       AND WS-HRV-WNUM(WS-HRV-IDX) <= 6
                       DISPLAY WS-HRV-WNUM(WS-HRV-IDX) " - "
                           WS-HRV-NAME(WS-HRV-IDX)
                           LINE (15 + WS-HRV-WNUM(WS-HRV-IDX))
                   END-IF
               END-PERFORM
               DISPLAY WS-UI-TXT(204) LINE 22
               MOVE 22 TO WS-ANS-LINE
               MOVE 45 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               IF WS-ANS-VALUE(1:1) = "T" OR WS-ANS-VALUE(1:1) = "t"
                   OR WS-ANS-VALUE(1:1) = "A"
                   OR WS-ANS-VALUE(1:1) = "a"
                   PERFORM VARYING WS-HRV-IDX FROM 1 BY 1
                       UNTIL WS-HRV-IDX > WS-HRV-COUNT
                       IF WS-HRV-SECT(WS-HRV-IDX) = 'W'
                           AND WS-HRV-STATE(WS-HRV-IDX) = 'N'
                           MOVE 'S' TO WS-HRV-STATE(WS-HRV-IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM SELECT-HARVEST-PICKS
               END-IF
           END-IF.

       SELECT-HARVEST-PICKS.
           PERFORM VARYING WS-HRV-PICK-IDX FROM 1 BY 1
               UNTIL WS-HRV-PICK-IDX > 10
               MOVE SPACES TO WS-HRV-PICK(WS-HRV-PICK-IDX)
           END-PERFORM.
           UNSTRING WS-ANS-VALUE DELIMITED BY "," OR ALL SPACE
               INTO WS-HRV-PICK(1) WS-HRV-PICK(2) WS-HRV-PICK(3)
                    WS-HRV-PICK(4) WS-HRV-PICK(5) WS-HRV-PICK(6)
                    WS-HRV-PICK(7) WS-HRV-PICK(8) WS-HRV-PICK(9)
                    WS-HRV-PICK(10)
           END-UNSTRING.
           PERFORM VARYING WS-HRV-PICK-IDX FROM 1 BY 1
               UNTIL WS-HRV-PICK-IDX > 10
               IF WS-HRV-PICK(WS-HRV-PICK-IDX) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-HRV-PICK(WS-HRV-PICK-IDX))
                       TO WS-HRV-PICK-NUM
                   PERFORM VARYING WS-HRV-IDX FROM 1 BY 1
                       UNTIL WS-HRV-IDX > WS-HRV-COUNT
                       IF WS-HRV-SECT(WS-HRV-IDX) = 'W'
                           AND WS-HRV-WNUM(WS-HRV-IDX) = WS-HRV-PICK-NUM
                           AND WS-HRV-STATE(WS-HRV-IDX) = 'N'
                           MOVE 'S' TO WS-HRV-STATE(WS-HRV-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       EXTRACT-HARVEST-ENTRIES.
           MOVE 0 TO WS-HRV-EXTRACTED.
           MOVE 0 TO WS-HRV-FAILED.
           PERFORM VARYING WS-HRV-IDX FROM 1 BY 1
               UNTIL WS-HRV-IDX > WS-HRV-COUNT
               IF WS-HRV-STATE(WS-HRV-IDX) = 'S'
                   PERFORM BUILD-HARVEST-CPY-NAME
                   IF WS-HRV-FREE = 'Y'
                       PERFORM WRITE-HARVEST-COPYBOOK
                       PERFORM CHECK-HARVEST-COPYBOOK
                   ELSE
                       MOVE 'D' TO WS-HRV-STATE(WS-HRV-IDX)
                   END-IF
               END-IF
               IF WS-HRV-STATE(WS-HRV-IDX) = 'K'
                   OR WS-HRV-STATE(WS-HRV-IDX) = 'U'
                   OR WS-HRV-STATE(WS-HRV-IDX) = 'D'
                   OR WS-HRV-STATE(WS-HRV-IDX) = 'F'
                   ADD 1 TO WS-HRV-FAILED
               END-IF
           END-PERFORM.
           IF WS-HRV-EXTRACTED > 0
               PERFORM SAVE-COPYBOOK-CATALOG
           END-IF.
           IF WS-HRV-FAILED > 0
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
           END-IF.

       BUILD-HARVEST-CPY-NAME.
           MOVE SPACES TO WS-HRV-WORK.
           MOVE 0 TO WS-HRV-NAME-LEN.
           PERFORM VARYING WS-HRV-CHAR-IDX FROM 1 BY 1
               UNTIL WS-HRV-CHAR-IDX > 30 OR WS-HRV-NAME-LEN >= 8
               IF WS-HRV-NAME(WS-HRV-IDX)(WS-HRV-CHAR-IDX:1) NOT = "-"
                   AND WS-HRV-NAME(WS-HRV-IDX)(WS-HRV-CHAR-IDX:1)
                       NOT = SPACE
                   ADD 1 TO WS-HRV-NAME-LEN
                   MOVE WS-HRV-NAME(WS-HRV-IDX)(WS-HRV-CHAR-IDX:1)
                       TO WS-HRV-WORK(WS-HRV-NAME-LEN:1)
               END-IF
           END-PERFORM.
           MOVE FUNCTION LOWER-CASE(WS-HRV-WORK) TO WS-HRV-WORK.
           IF WS-HRV-NAME-LEN < 8
               ADD 1 TO WS-HRV-NAME-LEN
           END-IF.
           MOVE 0 TO WS-HRV-SUFFIX.
           PERFORM CHECK-HARVEST-NAME-FREE.
           PERFORM UNTIL WS-HRV-FREE = 'Y' OR WS-HRV-SUFFIX = 9
               ADD 1 TO WS-HRV-SUFFIX
               MOVE WS-HRV-SUFFIX TO WS-HRV-WORK(WS-HRV-NAME-LEN:1)
               PERFORM CHECK-HARVEST-NAME-FREE
           END-PERFORM.

       CHECK-HARVEST-NAME-FREE.
           MOVE 'Y' TO WS-HRV-FREE.
           PERFORM FIND-HARVEST-CATALOG-ENTRY.
           IF WS-HRV-CAT-IDX > 0
               IF WS-KNOWN-CPY-OWNER(WS-HRV-CAT-IDX) NOT = WS-HRV-OWNER
                   MOVE 'N' TO WS-HRV-FREE
               END-IF
           ELSE
               MOVE SPACES TO WS-NEW-COPYBOOK-FILE
               STRING FUNCTION TRIM(WS-HRV-WORK) DELIMITED BY SIZE
                      ".cpy" DELIMITED BY SIZE
                      INTO WS-NEW-COPYBOOK-FILE
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-NEW-COPYBOOK-FILE
                   WS-CPY-FILE-DETAILS
                   RETURNING WS-CPY-CHECK-RC
               END-CALL
               IF WS-CPY-CHECK-RC = 0
                   MOVE 'N' TO WS-HRV-FREE
               END-IF
           END-IF.
           PERFORM VARYING WS-HRV-PICK-IDX FROM 1 BY 1
               UNTIL WS-HRV-PICK-IDX >= WS-HRV-IDX
               IF WS-HRV-CPY(WS-HRV-PICK-IDX) = WS-HRV-WORK
                   MOVE 'N' TO WS-HRV-FREE
               END-IF
           END-PERFORM.

       FIND-HARVEST-CATALOG-ENTRY.
           MOVE 0 TO WS-HRV-CAT-IDX.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
               IF WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) = WS-HRV-WORK
                   MOVE WS-KNOWN-IDX TO WS-HRV-CAT-IDX
               END-IF
           END-PERFORM.

       WRITE-HARVEST-COPYBOOK.
           MOVE WS-HRV-WORK TO WS-HRV-CPY(WS-HRV-IDX).
           MOVE SPACES TO WS-NEW-COPYBOOK-FILE.
           STRING FUNCTION TRIM(WS-HRV-WORK) DELIMITED BY SIZE
                  ".cpy" DELIMITED BY SIZE
                  INTO WS-NEW-COPYBOOK-FILE
           END-STRING.
           MOVE 'Y' TO WS-HRV-DIFF.
           PERFORM FIND-HARVEST-CATALOG-ENTRY.
           IF WS-HRV-CAT-IDX > 0
               PERFORM COMPARE-HARVEST-COPYBOOK
           END-IF.
           IF WS-HRV-DIFF = 'Y'
               PERFORM COPY-HARVEST-RANGE
           END-IF.

       COPY-HARVEST-RANGE.
           OPEN OUTPUT NEWCOPYBOOK.
           MOVE WS-HRV-SOURCE TO WS-SRC-FILENAME.
           MOVE 0 TO WS-HRV-LINENO.
           MOVE 'N' TO WS-COPY-EOF.
           OPEN INPUT COPYSRC.
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ COPYSRC INTO WS-COPY-LINE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       ADD 1 TO WS-HRV-LINENO
                       IF WS-HRV-LINENO > WS-HRV-TO(WS-HRV-IDX)
                           MOVE 'Y' TO WS-COPY-EOF
                       ELSE
                           IF WS-HRV-LINENO >= WS-HRV-FROM(WS-HRV-IDX)
                               MOVE SPACES TO WS-COPY-LINE(1:6)
                               MOVE SPACES TO NEW-COPYBOOK-RECORD
                               MOVE WS-COPY-LINE TO NEW-COPYBOOK-RECORD
                               WRITE NEW-COPYBOOK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPYSRC.
           CLOSE NEWCOPYBOOK.

       COMPARE-HARVEST-COPYBOOK.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NEW-COPYBOOK-FILE
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-HRV-DIFF
               MOVE 'N' TO WS-HRV-CPY-EOF
               OPEN INPUT NEWCOPYBOOK
               MOVE WS-HRV-SOURCE TO WS-SRC-FILENAME
               MOVE 0 TO WS-HRV-LINENO
               MOVE 'N' TO WS-COPY-EOF
               OPEN INPUT COPYSRC
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ COPYSRC INTO WS-COPY-LINE
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           ADD 1 TO WS-HRV-LINENO
                           IF WS-HRV-LINENO > WS-HRV-TO(WS-HRV-IDX)
                               MOVE 'Y' TO WS-COPY-EOF
                           ELSE
                               IF WS-HRV-LINENO
                                   >= WS-HRV-FROM(WS-HRV-IDX)
                                   PERFORM COMPARE-HARVEST-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HRV-CPY-EOF = 'N'
                   READ NEWCOPYBOOK
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO WS-HRV-DIFF
                   END-READ
               END-IF
               CLOSE COPYSRC
               CLOSE NEWCOPYBOOK
           END-IF.

       COMPARE-HARVEST-LINE.
           MOVE SPACES TO WS-COPY-LINE(1:6).
           IF WS-HRV-CPY-EOF = 'Y'
               MOVE 'Y' TO WS-HRV-DIFF
           ELSE
               READ NEWCOPYBOOK
                   AT END
                       MOVE 'Y' TO WS-HRV-CPY-EOF
                       MOVE 'Y' TO WS-HRV-DIFF
                   NOT AT END
                       IF NEW-COPYBOOK-RECORD(1:72) NOT = WS-COPY-LINE
                           OR NEW-COPYBOOK-RECORD(73:8) NOT = SPACES
                           MOVE 'Y' TO WS-HRV-DIFF
                       END-IF
               END-READ
           END-IF.

       CHECK-HARVEST-COPYBOOK.
           MOVE WS-HRV-CPY(WS-HRV-IDX) TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               MOVE 'U' TO WS-HRV-STATE(WS-HRV-IDX)
               CALL "CBL_DELETE_FILE" USING WS-NEW-COPYBOOK-FILE
               END-CALL
           ELSE
               PERFORM REGISTER-HARVEST-COPYBOOK
           END-IF.

       REGISTER-HARVEST-COPYBOOK.
           PERFORM FIND-HARVEST-CATALOG-ENTRY.
           IF WS-HRV-CAT-IDX > 0
               IF WS-HRV-DIFF = 'Y'
                   MOVE 'R' TO WS-HRV-STATE(WS-HRV-IDX)
                   PERFORM BUMP-HARVEST-CPY-VERSION
               ELSE
                   MOVE 'I' TO WS-HRV-STATE(WS-HRV-IDX)
               END-IF
           ELSE
               IF WS-KNOWN-CPY-COUNT < 50
                   ADD 1 TO WS-KNOWN-CPY-COUNT
                   MOVE WS-KNOWN-CPY-COUNT TO WS-HRV-CAT-IDX
                   MOVE WS-HRV-WORK TO WS-KNOWN-CPY-NAME(WS-HRV-CAT-IDX)
                   MOVE "1" TO WS-KNOWN-CPY-VER(WS-HRV-CAT-IDX)
                   MOVE SPACES TO WS-KNOWN-CPY-KEY(WS-HRV-CAT-IDX)
                   MOVE 'E' TO WS-HRV-STATE(WS-HRV-IDX)
               ELSE
                   MOVE 'F' TO WS-HRV-STATE(WS-HRV-IDX)
               END-IF
           END-IF.
           IF WS-HRV-CAT-IDX > 0 AND WS-HRV-STATE(WS-HRV-IDX) NOT = 'I'
               ADD 1 TO WS-HRV-EXTRACTED
               MOVE SPACES TO WS-CPYCAT-WORK
               IF WS-HRV-SECT(WS-HRV-IDX) = 'F'
                   STRING "Extrait de " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HRV-OWNER) DELIMITED BY SIZE
                          ", FD " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HRV-FILE(WS-HRV-IDX))
                              DELIMITED BY SIZE
                          INTO WS-CPYCAT-WORK
                   END-STRING
               ELSE
                   STRING "Extrait de " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HRV-OWNER) DELIMITED BY SIZE
                          ", WORKING-STORAGE" DELIMITED BY SIZE
                          INTO WS-CPYCAT-WORK
                   END-STRING
               END-IF
               MOVE WS-CPYCAT-WORK TO WS-KNOWN-CPY-DESC(WS-HRV-CAT-IDX)
               MOVE WS-HRV-OWNER TO WS-KNOWN-CPY-OWNER(WS-HRV-CAT-IDX)
           END-IF.

       BUMP-HARVEST-CPY-VERSION.
           IF FUNCTION TEST-NUMVAL(WS-KNOWN-CPY-VER(WS-HRV-CAT-IDX)) = 0
               COMPUTE WS-HRV-VER-NUM = 1 +
                   FUNCTION NUMVAL(WS-KNOWN-CPY-VER(WS-HRV-CAT-IDX))
           ELSE
               MOVE 2 TO WS-HRV-VER-NUM
           END-IF.
           MOVE WS-HRV-VER-NUM TO WS-HRV-VER-DISP.
           MOVE FUNCTION TRIM(WS-HRV-VER-DISP)
               TO WS-KNOWN-CPY-VER(WS-HRV-CAT-IDX).

       WRITE-HARVEST-REPORT.
           MOVE "extraction.rpt" TO WS-VRF-FILENAME.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           STRING "EXTRACTION DE COPYBOOKS - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRV-SOURCE) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRV-OWNER) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-VRF-RPT-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-REPORT-LINE.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
                  WS-AUD-DATE DELIMITED BY SIZE
                  INTO WS-VRF-RPT-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-REPORT-LINE.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           PERFORM WRITE-VERIFY-REPORT-LINE.
           MOVE "SECT" TO WS-VRF-RPT-LINE(1:4).
           MOVE "ENREGISTREMENT" TO WS-VRF-RPT-LINE(6:30).
           MOVE "LIGNES" TO WS-VRF-RPT-LINE(36:11).
           MOVE "COPYBOOK" TO WS-VRF-RPT-LINE(48:8).
           MOVE "ETAT" TO WS-VRF-RPT-LINE(57:24).
           PERFORM WRITE-VERIFY-REPORT-LINE.
           PERFORM VARYING WS-HRV-IDX FROM 1 BY 1
               UNTIL WS-HRV-IDX > WS-HRV-COUNT
               PERFORM WRITE-HARVEST-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           PERFORM WRITE-VERIFY-REPORT-LINE.
           MOVE WS-HRV-EXTRACTED TO WS-HRV-COUNT-DISP.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           STRING "COPYBOOKS EXTRAITS    : " DELIMITED BY SIZE
                  WS-HRV-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-VRF-RPT-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-REPORT-LINE.
           MOVE WS-HRV-FAILED TO WS-HRV-COUNT-DISP.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           STRING "NON EXTRAITS          : " DELIMITED BY SIZE
                  WS-HRV-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-VRF-RPT-LINE
           END-STRING.
           PERFORM WRITE-VERIFY-REPORT-LINE.
           CLOSE RPTFILE.

       WRITE-HARVEST-REPORT-LINE.
           MOVE SPACES TO WS-VRF-RPT-LINE.
           IF WS-HRV-SECT(WS-HRV-IDX) = 'F'
               MOVE "FD" TO WS-VRF-RPT-LINE(1:4)
           ELSE
               MOVE "WS" TO WS-VRF-RPT-LINE(1:4)
           END-IF.
           MOVE WS-HRV-NAME(WS-HRV-IDX) TO WS-VRF-RPT-LINE(6:30).
           MOVE WS-HRV-FROM(WS-HRV-IDX) TO WS-HRV-FROM-DISP.
           MOVE WS-HRV-TO(WS-HRV-IDX) TO WS-HRV-TO-DISP.
           STRING FUNCTION TRIM(WS-HRV-FROM-DISP) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HRV-TO-DISP) DELIMITED BY SIZE
                  INTO WS-VRF-RPT-LINE(36:11)
           END-STRING.
           MOVE WS-HRV-CPY(WS-HRV-IDX) TO WS-VRF-RPT-LINE(48:8).
           EVALUATE WS-HRV-STATE(WS-HRV-IDX)
               WHEN 'E'
                   MOVE "EXTRAIT" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'R'
                   MOVE WS-HRV-CPY(WS-HRV-IDX) TO WS-HRV-WORK
                   PERFORM FIND-HARVEST-CATALOG-ENTRY
                   MOVE "REMPLACE - VERSION" TO WS-VRF-RPT-LINE(57:24)
                   IF WS-HRV-CAT-IDX > 0
                       MOVE WS-KNOWN-CPY-VER(WS-HRV-CAT-IDX)
                           TO WS-VRF-RPT-LINE(76:5)
                   END-IF
               WHEN 'I'
                   MOVE "INCHANGE" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'N'
                   MOVE "NON SELECTIONNE" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'C'
                   MOVE "DEJA EN COPYBOOK" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'K'
                   MOVE "NON ANALYSABLE: COPY" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'U'
                   MOVE "NON ANALYSABLE" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'D'
                   MOVE "NOM INDISPONIBLE" TO WS-VRF-RPT-LINE(57:24)
               WHEN 'F'
                   MOVE "CATALOGUE PLEIN" TO WS-VRF-RPT-LINE(57:24)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM WRITE-VERIFY-REPORT-LINE.

       LOAD-COPYBOOK-CATALOG.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CPYCAT-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-CPYCAT-EOF
               OPEN INPUT CPYCATFILE
               PERFORM UNTIL WS-CPYCAT-EOF = 'Y'
                   READ CPYCATFILE
                       AT END
                           MOVE 'Y' TO WS-CPYCAT-EOF
                       NOT AT END
                           IF CPC-NAME NOT = SPACES
                               PERFORM REGISTER-CATALOG-COPYBOOK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CPYCATFILE
           END-IF.

       REGISTER-CATALOG-COPYBOOK.
           MOVE 0 TO WS-CPYCAT-IDX.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
               IF WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) = CPC-NAME
                   MOVE WS-KNOWN-IDX TO WS-CPYCAT-IDX
               END-IF
           END-PERFORM.
           IF WS-CPYCAT-IDX = 0 AND WS-KNOWN-CPY-COUNT < 50
               ADD 1 TO WS-KNOWN-CPY-COUNT
               MOVE WS-KNOWN-CPY-COUNT TO WS-CPYCAT-IDX
               MOVE CPC-NAME TO WS-KNOWN-CPY-NAME(WS-CPYCAT-IDX)
           END-IF.
           IF WS-CPYCAT-IDX > 0
               MOVE CPC-DESC TO WS-KNOWN-CPY-DESC(WS-CPYCAT-IDX)
               MOVE CPC-OWNER TO WS-KNOWN-CPY-OWNER(WS-CPYCAT-IDX)
               MOVE CPC-VERSION TO WS-KNOWN-CPY-VER(WS-CPYCAT-IDX)
               MOVE CPC-KEYFIELD TO WS-KNOWN-CPY-KEY(WS-CPYCAT-IDX)
           END-IF.

       SAVE-COPYBOOK-CATALOG.
           MOVE "cpycat.lck" TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF WS-LOCK-OK = 'Y'
               OPEN OUTPUT CPYCATFILE
               PERFORM VARYING WS-CPYCAT-IDX FROM 1 BY 1
                   UNTIL WS-CPYCAT-IDX > WS-KNOWN-CPY-COUNT
                   MOVE SPACES TO CPC-RECORD
                   MOVE WS-KNOWN-CPY-NAME(WS-CPYCAT-IDX) TO CPC-NAME
                   MOVE WS-KNOWN-CPY-DESC(WS-CPYCAT-IDX) TO CPC-DESC
                   MOVE WS-KNOWN-CPY-OWNER(WS-CPYCAT-IDX)
                       TO CPC-OWNER
                   MOVE WS-KNOWN-CPY-VER(WS-CPYCAT-IDX)
                       TO CPC-VERSION
                   MOVE WS-KNOWN-CPY-KEY(WS-CPYCAT-IDX)
                       TO CPC-KEYFIELD
                   WRITE CPC-RECORD
               END-PERFORM
               CLOSE CPYCATFILE
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           MOVE "catalog.lck" TO WS-LOCK-FILENAME.

       MAINTAIN-COPYBOOK-CATALOG.
           DISPLAY WS-UI-TXT(145) LINE 14.
           IF WS-RUN-MODE = 'B'
               DISPLAY WS-UI-TXT(29) LINE 24
           ELSE
               MOVE SPACE TO WS-CPYCAT-ACTION
               PERFORM UNTIL WS-CPYCAT-ACTION = 'Q'
                       OR WS-CPYCAT-ACTION = 'q'
                   PERFORM LIST-COPYBOOK-CATALOG
                   DISPLAY WS-UI-TXT(147) LINE 22
                   ACCEPT WS-CPYCAT-ACTION LINE 22 COL 60
                   EVALUATE TRUE
                       WHEN WS-CPYCAT-ACTION = 'A'
                               OR WS-CPYCAT-ACTION = 'a'
                           PERFORM ADD-CPYCAT-ENTRY
                       WHEN WS-CPYCAT-ACTION = 'M'
                               OR WS-CPYCAT-ACTION = 'm'
                           PERFORM EDIT-CPYCAT-ENTRY
                       WHEN WS-CPYCAT-ACTION = 'S'
                               OR WS-CPYCAT-ACTION = 's'
                           PERFORM DELETE-CPYCAT-ENTRY
                   END-EVALUATE
               END-PERFORM
           END-IF.

       LIST-COPYBOOK-CATALOG.
           IF WS-KNOWN-CPY-COUNT = 0
               DISPLAY WS-UI-TXT(10) LINE 15
           ELSE
               PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
                       OR WS-KNOWN-IDX > 6
                   DISPLAY WS-KNOWN-IDX " "
                       WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) " "
                       WS-KNOWN-CPY-VER(WS-KNOWN-IDX) " "
                       WS-KNOWN-CPY-DESC(WS-KNOWN-IDX)(1:30)
                       LINE (15 + WS-KNOWN-IDX)
               END-PERFORM
               IF WS-KNOWN-CPY-COUNT > 6
                   DISPLAY "... " WS-KNOWN-CPY-COUNT WS-UI-TXT(77)
                       LINE 22
               END-IF
           END-IF.

       ADD-CPYCAT-ENTRY.
           IF WS-KNOWN-CPY-COUNT >= 50
               DISPLAY WS-UI-TXT(153) LINE 23
           ELSE
               ADD 1 TO WS-KNOWN-CPY-COUNT
               DISPLAY WS-UI-TXT(35) LINE 22
               MOVE SPACES
                   TO WS-KNOWN-CPY-NAME(WS-KNOWN-CPY-COUNT)
               ACCEPT WS-KNOWN-CPY-NAME(WS-KNOWN-CPY-COUNT)
                   LINE 22 COL 60
               IF WS-KNOWN-CPY-NAME(WS-KNOWN-CPY-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-KNOWN-CPY-COUNT
               ELSE
                   MOVE WS-KNOWN-CPY-COUNT TO WS-CPYCAT-NUM
                   PERFORM ACCEPT-CPYCAT-DETAILS
                   PERFORM SAVE-COPYBOOK-CATALOG
                   DISPLAY WS-UI-TXT(20) LINE 23
               END-IF
           END-IF.

       EDIT-CPYCAT-ENTRY.
           DISPLAY WS-UI-TXT(38) LINE 22.
           MOVE 0 TO WS-CPYCAT-NUM.
           ACCEPT WS-CPYCAT-NUM LINE 22 COL 60.
           IF WS-CPYCAT-NUM > 0
               AND WS-CPYCAT-NUM <= WS-KNOWN-CPY-COUNT
               PERFORM ACCEPT-CPYCAT-DETAILS
               PERFORM SAVE-COPYBOOK-CATALOG
               DISPLAY WS-UI-TXT(20) LINE 23
           ELSE
               DISPLAY WS-UI-TXT(42) LINE 23
           END-IF.

       ACCEPT-CPYCAT-DETAILS.
           DISPLAY WS-UI-TXT(148) LINE 22.
           MOVE SPACES TO WS-CPYCAT-WORK.
           ACCEPT WS-CPYCAT-WORK LINE 22 COL 60.
           IF WS-CPYCAT-WORK NOT = SPACES
               MOVE WS-CPYCAT-WORK
                   TO WS-KNOWN-CPY-DESC(WS-CPYCAT-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(149) LINE 22.
           MOVE SPACES TO WS-CPYCAT-WORK.
           ACCEPT WS-CPYCAT-WORK LINE 22 COL 60.
           IF WS-CPYCAT-WORK NOT = SPACES
               MOVE WS-CPYCAT-WORK
                   TO WS-KNOWN-CPY-OWNER(WS-CPYCAT-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(150) LINE 22.
           MOVE SPACES TO WS-CPYCAT-WORK.
           ACCEPT WS-CPYCAT-WORK LINE 22 COL 60.
           IF WS-CPYCAT-WORK NOT = SPACES
               MOVE WS-CPYCAT-WORK
                   TO WS-KNOWN-CPY-VER(WS-CPYCAT-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(151) LINE 22.
           MOVE SPACES TO WS-CPYCAT-WORK.
           ACCEPT WS-CPYCAT-WORK LINE 22 COL 60.
           IF WS-CPYCAT-WORK NOT = SPACES
               MOVE WS-CPYCAT-WORK
                   TO WS-KNOWN-CPY-KEY(WS-CPYCAT-NUM)
           END-IF.

       DELETE-CPYCAT-ENTRY.
           DISPLAY WS-UI-TXT(39) LINE 22.
           MOVE 0 TO WS-CPYCAT-NUM.
           ACCEPT WS-CPYCAT-NUM LINE 22 COL 60.
           IF WS-CPYCAT-NUM > 0
               AND WS-CPYCAT-NUM <= WS-KNOWN-CPY-COUNT
               PERFORM VARYING WS-CPYCAT-IDX FROM WS-CPYCAT-NUM BY 1
                   UNTIL WS-CPYCAT-IDX >= WS-KNOWN-CPY-COUNT
                   MOVE WS-KNOWN-CPY-NAME(WS-CPYCAT-IDX + 1)
                       TO WS-KNOWN-CPY-NAME(WS-CPYCAT-IDX)
                   MOVE WS-KNOWN-CPY-DESC(WS-CPYCAT-IDX + 1)
                       TO WS-KNOWN-CPY-DESC(WS-CPYCAT-IDX)
                   MOVE WS-KNOWN-CPY-OWNER(WS-CPYCAT-IDX + 1)
                       TO WS-KNOWN-CPY-OWNER(WS-CPYCAT-IDX)
                   MOVE WS-KNOWN-CPY-VER(WS-CPYCAT-IDX + 1)
                       TO WS-KNOWN-CPY-VER(WS-CPYCAT-IDX)
                   MOVE WS-KNOWN-CPY-KEY(WS-CPYCAT-IDX + 1)
                       TO WS-KNOWN-CPY-KEY(WS-CPYCAT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-KNOWN-CPY-COUNT
               PERFORM SAVE-COPYBOOK-CATALOG
               DISPLAY WS-UI-TXT(21) LINE 23
           ELSE
               DISPLAY WS-UI-TXT(42) LINE 23
           END-IF.

       MAINTAIN-DATASET-REGISTRY.
           DISPLAY WS-UI-TXT(249) LINE 14.
           IF WS-RUN-MODE = 'B'
               DISPLAY WS-UI-TXT(29) LINE 24
           ELSE
               PERFORM LOAD-DATASET-REGISTRY
               MOVE SPACE TO WS-DSR-ACTION
               PERFORM UNTIL WS-DSR-ACTION = 'Q'
                       OR WS-DSR-ACTION = 'q'
                   PERFORM LIST-DATASET-REGISTRY
                   DISPLAY WS-UI-TXT(147) LINE 22
                   ACCEPT WS-DSR-ACTION LINE 22 COL 60
                   EVALUATE TRUE
                       WHEN WS-DSR-ACTION = 'A'
                               OR WS-DSR-ACTION = 'a'
                           PERFORM ADD-DSR-ENTRY
                       WHEN WS-DSR-ACTION = 'M'
                               OR WS-DSR-ACTION = 'm'
                           PERFORM EDIT-DSR-ENTRY
                       WHEN WS-DSR-ACTION = 'S'
                               OR WS-DSR-ACTION = 's'
                           PERFORM DELETE-DSR-ENTRY
                   END-EVALUATE
               END-PERFORM
           END-IF.

       LIST-DATASET-REGISTRY.
           IF WS-DSR-COUNT = 0
               DISPLAY WS-UI-TXT(263) LINE 15
           ELSE
               PERFORM VARYING WS-DSR-IDX FROM 1 BY 1
                   UNTIL WS-DSR-IDX > WS-DSR-COUNT
                       OR WS-DSR-IDX > 6
                   DISPLAY WS-DSR-IDX " "
                       WS-DSR-DSN(WS-DSR-IDX) " "
                       WS-DSR-ORG(WS-DSR-IDX) " "
                       WS-DSR-RECFM(WS-DSR-IDX) " "
                       WS-DSR-LRECL(WS-DSR-IDX) " "
                       WS-DSR-CPY(WS-DSR-IDX) " "
                       WS-DSR-APP(WS-DSR-IDX) " "
                       WS-DSR-GDGLIM(WS-DSR-IDX)
                       LINE (15 + WS-DSR-IDX)
               END-PERFORM
               IF WS-DSR-COUNT > 6
                   DISPLAY "... " WS-DSR-COUNT WS-UI-TXT(77)
                       LINE 22
               END-IF
           END-IF.

       ADD-DSR-ENTRY.
           DISPLAY WS-UI-TXT(216) LINE 22.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           IF WS-DSR-WORK NOT = SPACES
               MOVE WS-DSR-WORK TO WS-DSR-KEY
               PERFORM FIND-REGISTERED-DATASET
               IF WS-DSR-IDX > 0
                   MOVE WS-DSR-IDX TO WS-DSR-NUM
                   PERFORM ACCEPT-DSR-DETAILS
                   PERFORM SAVE-DATASET-REGISTRY
                   DISPLAY WS-UI-TXT(20) LINE 23
               ELSE
                   IF WS-DSR-COUNT >= 100
                       DISPLAY WS-UI-TXT(260) LINE 23
                   ELSE
                       ADD 1 TO WS-DSR-COUNT
                       MOVE WS-DSR-COUNT TO WS-DSR-NUM
                       MOVE SPACES TO WS-DSR-ENTRY(WS-DSR-NUM)
                       MOVE WS-DSR-WORK TO WS-DSR-DSN(WS-DSR-NUM)
                       MOVE 'S' TO WS-DSR-ORG(WS-DSR-NUM)
                       MOVE "FB" TO WS-DSR-RECFM(WS-DSR-NUM)
                       MOVE 0 TO WS-DSR-LRECL(WS-DSR-NUM)
                       MOVE 0 TO WS-DSR-GDGLIM(WS-DSR-NUM)
                       MOVE 0 TO WS-DSR-RETPD(WS-DSR-NUM)
                       MOVE "TRK" TO WS-DSR-SPCUNIT(WS-DSR-NUM)
                       MOVE 10 TO WS-DSR-SPCPRI(WS-DSR-NUM)
                       MOVE 5 TO WS-DSR-SPCSEC(WS-DSR-NUM)
                       MOVE WS-APP-NAME TO WS-DSR-APP(WS-DSR-NUM)
                       PERFORM ACCEPT-DSR-DETAILS
                       PERFORM SAVE-DATASET-REGISTRY
                       DISPLAY WS-UI-TXT(20) LINE 23
                   END-IF
               END-IF
           END-IF.

       EDIT-DSR-ENTRY.
           DISPLAY WS-UI-TXT(38) LINE 22.
           MOVE 0 TO WS-DSR-NUM.
           ACCEPT WS-DSR-NUM LINE 22 COL 60.
           IF WS-DSR-NUM > 0 AND WS-DSR-NUM <= WS-DSR-COUNT
               PERFORM ACCEPT-DSR-DETAILS
               PERFORM SAVE-DATASET-REGISTRY
               DISPLAY WS-UI-TXT(20) LINE 23
           ELSE
               DISPLAY WS-UI-TXT(42) LINE 23
           END-IF.

       ACCEPT-DSR-DETAILS.
           DISPLAY WS-UI-TXT(250) LINE 22.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           MOVE FUNCTION UPPER-CASE(WS-DSR-WORK) TO WS-DSR-WORK.
           IF WS-DSR-WORK(1:1) = 'S' OR WS-DSR-WORK(1:1) = 'I'
               OR WS-DSR-WORK(1:1) = 'R'
               MOVE WS-DSR-WORK(1:1) TO WS-DSR-ORG(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(251) LINE 22.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           IF WS-DSR-WORK NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-DSR-WORK(1:2))
                   TO WS-DSR-RECFM(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(252) LINE 22.
           PERFORM ACCEPT-DSR-NUMBER.
           IF WS-DSR-NUM-OK = 'Y'
               MOVE WS-DSR-NUM-WORK TO WS-DSR-LRECL(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(253) LINE 22.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           IF WS-DSR-WORK NOT = SPACES
               MOVE WS-DSR-WORK TO WS-DSR-CPY(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(254) LINE 22.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           IF WS-DSR-WORK NOT = SPACES
               MOVE WS-DSR-WORK TO WS-DSR-APP(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(255) LINE 22.
           PERFORM ACCEPT-DSR-NUMBER.
           IF WS-DSR-NUM-OK = 'Y' AND WS-DSR-NUM-WORK < 256
               MOVE WS-DSR-NUM-WORK TO WS-DSR-GDGLIM(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(256) LINE 22.
           PERFORM ACCEPT-DSR-NUMBER.
           IF WS-DSR-NUM-OK = 'Y' AND WS-DSR-NUM-WORK < 10000
               MOVE WS-DSR-NUM-WORK TO WS-DSR-RETPD(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(257) LINE 22.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           MOVE FUNCTION UPPER-CASE(WS-DSR-WORK) TO WS-DSR-WORK.
           IF WS-DSR-WORK(1:3) = "TRK" OR WS-DSR-WORK(1:3) = "CYL"
               MOVE WS-DSR-WORK(1:3) TO WS-DSR-SPCUNIT(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(258) LINE 22.
           PERFORM ACCEPT-DSR-NUMBER.
           IF WS-DSR-NUM-OK = 'Y' AND WS-DSR-NUM-WORK > 0
               AND WS-DSR-NUM-WORK < 10000
               MOVE WS-DSR-NUM-WORK TO WS-DSR-SPCPRI(WS-DSR-NUM)
           END-IF.
           DISPLAY WS-UI-TXT(259) LINE 22.
           PERFORM ACCEPT-DSR-NUMBER.
           IF WS-DSR-NUM-OK = 'Y' AND WS-DSR-NUM-WORK < 10000
               MOVE WS-DSR-NUM-WORK TO WS-DSR-SPCSEC(WS-DSR-NUM)
           END-IF.
           PERFORM CHECK-DSR-LENGTH.

       ACCEPT-DSR-NUMBER.
           MOVE 'N' TO WS-DSR-NUM-OK.
           MOVE 0 TO WS-DSR-NUM-WORK.
           MOVE SPACES TO WS-DSR-WORK.
           ACCEPT WS-DSR-WORK LINE 22 COL 60.
           IF WS-DSR-WORK NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DSR-WORK))
                   TO WS-DSR-LEN
               IF WS-DSR-LEN < 6
                   AND WS-DSR-WORK(1:WS-DSR-LEN) IS NUMERIC
                   MOVE WS-DSR-WORK(1:WS-DSR-LEN) TO WS-DSR-NUM-WORK
                   MOVE 'Y' TO WS-DSR-NUM-OK
               END-IF
           END-IF.

       CHECK-DSR-LENGTH.
           IF WS-DSR-CPY(WS-DSR-NUM) NOT = SPACES
               MOVE WS-DSR-CPY(WS-DSR-NUM) TO WS-SRC-COPYBOOK
               PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK
               IF WS-HOSTVAR-COUNT > 0
                   IF WS-DSR-LRECL(WS-DSR-NUM) = 0
                       MOVE WS-LAYOUT-TOTLEN
                           TO WS-DSR-LRECL(WS-DSR-NUM)
                       IF WS-DSR-RECFM(WS-DSR-NUM)(1:1) = 'V'
                           ADD 4 TO WS-DSR-LRECL(WS-DSR-NUM)
                       END-IF
                   END-IF
                   MOVE WS-DSR-NUM TO WS-DSR-IDX
                   PERFORM WARN-DSR-LENGTH-MISMATCH
               END-IF
           END-IF.

       WARN-DSR-LENGTH-MISMATCH.
           MOVE WS-DSR-LRECL(WS-DSR-IDX) TO WS-DSR-NUM-WORK.
           IF WS-DSR-RECFM(WS-DSR-IDX)(1:1) = 'V'
               AND WS-DSR-NUM-WORK > 4
               SUBTRACT 4 FROM WS-DSR-NUM-WORK
           END-IF.
           IF WS-DSR-NUM-WORK > 0
               AND WS-DSR-NUM-WORK NOT = WS-LAYOUT-TOTLEN
               MOVE WS-DSR-LRECL(WS-DSR-IDX) TO WS-DSR-LRECL-DISP
               MOVE WS-LAYOUT-TOTLEN TO WS-DSR-CPYLEN-DISP
               MOVE SPACES TO WS-MSG
               STRING FUNCTION TRIM(WS-UI-TXT(262)) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-DSN(WS-DSR-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-LRECL-DISP) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DSR-CPYLEN-DISP)
                          DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               DISPLAY WS-MSG LINE 24
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
           END-IF.

       DELETE-DSR-ENTRY.
           DISPLAY WS-UI-TXT(39) LINE 22.
           MOVE 0 TO WS-DSR-NUM.
           ACCEPT WS-DSR-NUM LINE 22 COL 60.
           IF WS-DSR-NUM > 0 AND WS-DSR-NUM <= WS-DSR-COUNT
               PERFORM VARYING WS-DSR-IDX FROM WS-DSR-NUM BY 1
                   UNTIL WS-DSR-IDX >= WS-DSR-COUNT
                   MOVE WS-DSR-ENTRY(WS-DSR-IDX + 1)
                       TO WS-DSR-ENTRY(WS-DSR-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-DSR-COUNT
               PERFORM SAVE-DATASET-REGISTRY
               DISPLAY WS-UI-TXT(21) LINE 23
           ELSE
               DISPLAY WS-UI-TXT(42) LINE 23
           END-IF.

       LOAD-DATASET-REGISTRY.
           MOVE 0 TO WS-DSR-COUNT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DSR-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-DSR-EOF
               OPEN INPUT DSRFILE
               PERFORM UNTIL WS-DSR-EOF = 'Y'
                   READ DSRFILE
                       AT END
                           MOVE 'Y' TO WS-DSR-EOF
                       NOT AT END
                           IF DSR-DSN NOT = SPACES
                               AND DSR-DSN(1:1) NOT = "*"
                               AND WS-DSR-COUNT < 100
                               ADD 1 TO WS-DSR-COUNT
                               PERFORM LOAD-ONE-DSR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DSRFILE
           END-IF.

       LOAD-ONE-DSR-ENTRY.
           MOVE WS-DSR-COUNT TO WS-DSR-IDX.
           MOVE DSR-DSN TO WS-DSR-DSN(WS-DSR-IDX).
           MOVE DSR-ORG TO WS-DSR-ORG(WS-DSR-IDX).
           MOVE DSR-RECFM TO WS-DSR-RECFM(WS-DSR-IDX).
           MOVE DSR-COPYBOOK TO WS-DSR-CPY(WS-DSR-IDX).
           MOVE DSR-APP TO WS-DSR-APP(WS-DSR-IDX).
           MOVE DSR-SPCUNIT TO WS-DSR-SPCUNIT(WS-DSR-IDX).
           MOVE 0 TO WS-DSR-LRECL(WS-DSR-IDX).
           MOVE 0 TO WS-DSR-GDGLIM(WS-DSR-IDX).
           MOVE 0 TO WS-DSR-RETPD(WS-DSR-IDX).
           MOVE 0 TO WS-DSR-SPCPRI(WS-DSR-IDX).
           MOVE 0 TO WS-DSR-SPCSEC(WS-DSR-IDX).
           IF DSR-LRECL IS NUMERIC
               MOVE DSR-LRECL TO WS-DSR-LRECL(WS-DSR-IDX)
           END-IF.
           IF DSR-GDGLIM IS NUMERIC
               MOVE DSR-GDGLIM TO WS-DSR-GDGLIM(WS-DSR-IDX)
           END-IF.
           IF DSR-RETPD IS NUMERIC
               MOVE DSR-RETPD TO WS-DSR-RETPD(WS-DSR-IDX)
           END-IF.
           IF DSR-SPCPRI IS NUMERIC
               MOVE DSR-SPCPRI TO WS-DSR-SPCPRI(WS-DSR-IDX)
           END-IF.
           IF DSR-SPCSEC IS NUMERIC
               MOVE DSR-SPCSEC TO WS-DSR-SPCSEC(WS-DSR-IDX)
           END-IF.
           IF WS-DSR-ORG(WS-DSR-IDX) NOT = 'I'
               AND WS-DSR-ORG(WS-DSR-IDX) NOT = 'R'
               MOVE 'S' TO WS-DSR-ORG(WS-DSR-IDX)
           END-IF.
           IF WS-DSR-RECFM(WS-DSR-IDX) = SPACES
               MOVE "FB" TO WS-DSR-RECFM(WS-DSR-IDX)
           END-IF.
           IF WS-DSR-SPCUNIT(WS-DSR-IDX) NOT = "CYL"
               MOVE "TRK" TO WS-DSR-SPCUNIT(WS-DSR-IDX)
           END-IF.
           IF WS-DSR-SPCPRI(WS-DSR-IDX) = 0
               MOVE 10 TO WS-DSR-SPCPRI(WS-DSR-IDX)
           END-IF.

       SAVE-DATASET-REGISTRY.
           MOVE "dsnreg.lck" TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF WS-LOCK-OK = 'Y'
               OPEN OUTPUT DSRFILE
               PERFORM VARYING WS-DSR-IDX FROM 1 BY 1
                   UNTIL WS-DSR-IDX > WS-DSR-COUNT
                   MOVE SPACES TO DSR-RECORD
                   MOVE WS-DSR-DSN(WS-DSR-IDX) TO DSR-DSN
                   MOVE WS-DSR-ORG(WS-DSR-IDX) TO DSR-ORG
                   MOVE WS-DSR-RECFM(WS-DSR-IDX) TO DSR-RECFM
                   MOVE WS-DSR-LRECL(WS-DSR-IDX) TO DSR-LRECL
                   MOVE WS-DSR-CPY(WS-DSR-IDX) TO DSR-COPYBOOK
                   MOVE WS-DSR-APP(WS-DSR-IDX) TO DSR-APP
                   MOVE WS-DSR-GDGLIM(WS-DSR-IDX) TO DSR-GDGLIM
                   MOVE WS-DSR-RETPD(WS-DSR-IDX) TO DSR-RETPD
                   MOVE WS-DSR-SPCUNIT(WS-DSR-IDX) TO DSR-SPCUNIT
                   MOVE WS-DSR-SPCPRI(WS-DSR-IDX) TO DSR-SPCPRI
                   MOVE WS-DSR-SPCSEC(WS-DSR-IDX) TO DSR-SPCSEC
                   WRITE DSR-RECORD
               END-PERFORM
               CLOSE DSRFILE
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           MOVE "catalog.lck" TO WS-LOCK-FILENAME.

       MAINTAIN-RECORD-TYPES.
           DISPLAY WS-UI-TXT(215) LINE 14.
           IF WS-RUN-MODE = 'B'
               DISPLAY WS-UI-TXT(29) LINE 24
           ELSE
               PERFORM LOAD-RECORD-TYPE-REGISTRY
               DISPLAY WS-UI-TXT(216) LINE 15
               MOVE SPACES TO WS-MRT-DATASET
               ACCEPT WS-MRT-DATASET LINE 15 COL 45
               IF WS-MRT-DATASET NOT = SPACES
                   MOVE SPACE TO WS-MRT-ACTION
                   PERFORM UNTIL WS-MRT-ACTION = 'Q'
                           OR WS-MRT-ACTION = 'q'
                       PERFORM LIST-RECORD-TYPES
                       DISPLAY WS-UI-TXT(217) LINE 22
                       ACCEPT WS-MRT-ACTION LINE 22 COL 60
                       EVALUATE TRUE
                           WHEN WS-MRT-ACTION = 'A'
                                   OR WS-MRT-ACTION = 'a'
                               PERFORM ADD-RECORD-TYPE
                           WHEN WS-MRT-ACTION = 'S'
                                   OR WS-MRT-ACTION = 's'
                               PERFORM DELETE-RECORD-TYPE
                       END-EVALUATE
                   END-PERFORM
               END-IF
           END-IF.

       LIST-RECORD-TYPES.
           MOVE 0 TO WS-MRT-SHOWN.
           PERFORM VARYING WS-MRT-IDX FROM 1 BY 1
               UNTIL WS-MRT-IDX > WS-MRT-COUNT
               IF WS-MRT-FILE(WS-MRT-IDX) = WS-MRT-DATASET
                   AND WS-MRT-SHOWN < 6
                   ADD 1 TO WS-MRT-SHOWN
                   MOVE WS-MRT-IDX TO WS-MRT-MAP(WS-MRT-SHOWN)
                   DISPLAY WS-MRT-SHOWN " "
                       WS-MRT-ROLE(WS-MRT-IDX) " "
                       WS-MRT-CODE(WS-MRT-IDX) " "
                       WS-MRT-CPY(WS-MRT-IDX) " "
                       WS-MRT-POS(WS-MRT-IDX) "/"
                       WS-MRT-LEN(WS-MRT-IDX) " "
                       WS-MRT-CNT(WS-MRT-IDX)(1:20) " "
                       WS-MRT-SUM(WS-MRT-IDX)(1:20)
                       LINE (15 + WS-MRT-SHOWN)
               END-IF
           END-PERFORM.
           IF WS-MRT-SHOWN = 0
               DISPLAY WS-UI-TXT(228) LINE 16
           END-IF.

       ADD-RECORD-TYPE.
           IF WS-MRT-COUNT >= 100 OR WS-MRT-SHOWN >= 6
               DISPLAY WS-UI-TXT(229) LINE 23
           ELSE
               ADD 1 TO WS-MRT-COUNT
               MOVE WS-MRT-COUNT TO WS-MRT-IDX
               MOVE SPACES TO WS-MRT-ENTRY(WS-MRT-IDX)
               MOVE WS-MRT-DATASET TO WS-MRT-FILE(WS-MRT-IDX)
               MOVE 0 TO WS-MRT-POS(WS-MRT-IDX)
               MOVE 0 TO WS-MRT-LEN(WS-MRT-IDX)
               DISPLAY WS-UI-TXT(218) LINE 22
               ACCEPT WS-MRT-ROLE(WS-MRT-IDX) LINE 22 COL 60
               MOVE FUNCTION UPPER-CASE(WS-MRT-ROLE(WS-MRT-IDX))
                   TO WS-MRT-ROLE(WS-MRT-IDX)
               IF WS-MRT-ROLE(WS-MRT-IDX) NOT = 'E'
                   AND WS-MRT-ROLE(WS-MRT-IDX) NOT = 'D'
                   AND WS-MRT-ROLE(WS-MRT-IDX) NOT = 'F'
                   SUBTRACT 1 FROM WS-MRT-COUNT
                   DISPLAY WS-UI-TXT(230) LINE 23
               ELSE
                   PERFORM ACCEPT-RECORD-TYPE-DETAILS
                   PERFORM SAVE-RECORD-TYPE-REGISTRY
                   DISPLAY WS-UI-TXT(20) LINE 23
               END-IF
           END-IF.

       ACCEPT-RECORD-TYPE-DETAILS.
           DISPLAY WS-UI-TXT(219) LINE 22.
           ACCEPT WS-MRT-CODE(WS-MRT-IDX) LINE 22 COL 60.
           DISPLAY WS-UI-TXT(35) LINE 22.
           ACCEPT WS-MRT-CPY(WS-MRT-IDX) LINE 22 COL 60.
           IF WS-MRT-SHOWN > 0
               MOVE WS-MRT-POS(WS-MRT-MAP(1))
                   TO WS-MRT-POS(WS-MRT-IDX)
               MOVE WS-MRT-LEN(WS-MRT-MAP(1))
                   TO WS-MRT-LEN(WS-MRT-IDX)
           ELSE
               DISPLAY WS-UI-TXT(220) LINE 22
               ACCEPT WS-MRT-POS(WS-MRT-IDX) LINE 22 COL 60
               IF WS-MRT-POS(WS-MRT-IDX) = 0
                   MOVE 1 TO WS-MRT-POS(WS-MRT-IDX)
               END-IF
               DISPLAY WS-UI-TXT(221) LINE 22
               ACCEPT WS-MRT-LEN(WS-MRT-IDX) LINE 22 COL 60
               IF WS-MRT-LEN(WS-MRT-IDX) = 0
                   MOVE FUNCTION LENGTH(FUNCTION TRIM
                       (WS-MRT-CODE(WS-MRT-IDX)))
                       TO WS-MRT-LEN(WS-MRT-IDX)
               END-IF
           END-IF.
           EVALUATE WS-MRT-ROLE(WS-MRT-IDX)
               WHEN 'F'
                   DISPLAY WS-UI-TXT(222) LINE 22
                   ACCEPT WS-MRT-CNT(WS-MRT-IDX) LINE 22 COL 60
                   DISPLAY WS-UI-TXT(223) LINE 22
                   ACCEPT WS-MRT-SUM(WS-MRT-IDX) LINE 22 COL 60
                   DISPLAY WS-UI-TXT(225) LINE 22
                   ACCEPT WS-MRT-MODE(WS-MRT-IDX) LINE 22 COL 60
                   IF WS-MRT-MODE(WS-MRT-IDX) = 't'
                       MOVE 'T' TO WS-MRT-MODE(WS-MRT-IDX)
                   END-IF
                   IF WS-MRT-MODE(WS-MRT-IDX) NOT = 'T'
                       MOVE 'D' TO WS-MRT-MODE(WS-MRT-IDX)
                   END-IF
               WHEN 'D'
                   DISPLAY WS-UI-TXT(224) LINE 22
                   ACCEPT WS-MRT-SUM(WS-MRT-IDX) LINE 22 COL 60
           END-EVALUATE.

       DELETE-RECORD-TYPE.
           DISPLAY WS-UI-TXT(39) LINE 22.
           MOVE 0 TO WS-MRT-NUM.
           ACCEPT WS-MRT-NUM LINE 22 COL 60.
           IF WS-MRT-NUM > 0 AND WS-MRT-NUM <= WS-MRT-SHOWN
               PERFORM VARYING WS-MRT-IDX
                   FROM WS-MRT-MAP(WS-MRT-NUM) BY 1
                   UNTIL WS-MRT-IDX >= WS-MRT-COUNT
                   MOVE WS-MRT-ENTRY(WS-MRT-IDX + 1)
                       TO WS-MRT-ENTRY(WS-MRT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-MRT-COUNT
               PERFORM SAVE-RECORD-TYPE-REGISTRY
               DISPLAY WS-UI-TXT(21) LINE 23
           ELSE
               DISPLAY WS-UI-TXT(42) LINE 23
           END-IF.

       LOAD-RECORD-TYPE-REGISTRY.
           MOVE 0 TO WS-MRT-COUNT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MRT-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-MRT-EOF
               OPEN INPUT MRTFILE
               PERFORM UNTIL WS-MRT-EOF = 'Y'
                   READ MRTFILE
                       AT END
                           MOVE 'Y' TO WS-MRT-EOF
                       NOT AT END
                           IF MRT-POS IS NOT NUMERIC
                               OR MRT-LEN IS NOT NUMERIC
                               PERFORM REJECT-MRT-ENTRY
                           ELSE
                               IF WS-MRT-COUNT < 100
                                   ADD 1 TO WS-MRT-COUNT
                                   PERFORM LOAD-ONE-MRT-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MRTFILE
           END-IF.

       LOAD-ONE-MRT-ENTRY.
           MOVE MRT-FILE TO WS-MRT-FILE(WS-MRT-COUNT).
           MOVE MRT-ROLE TO WS-MRT-ROLE(WS-MRT-COUNT).
           MOVE MRT-CODE TO WS-MRT-CODE(WS-MRT-COUNT).
           MOVE MRT-COPYBOOK TO WS-MRT-CPY(WS-MRT-COUNT).
           MOVE MRT-POS TO WS-MRT-POS(WS-MRT-COUNT).
           MOVE MRT-LEN TO WS-MRT-LEN(WS-MRT-COUNT).
           MOVE MRT-CNTFIELD TO WS-MRT-CNT(WS-MRT-COUNT).
           MOVE MRT-SUMFIELD TO WS-MRT-SUM(WS-MRT-COUNT).
           MOVE MRT-CNTMODE TO WS-MRT-MODE(WS-MRT-COUNT).

       REJECT-MRT-ENTRY.
           MOVE SPACES TO WS-MSG.
           STRING FUNCTION TRIM(WS-UI-TXT(265)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MRT-FILE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MRT-CODE) DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           DISPLAY WS-MSG LINE 24.
           MOVE 4 TO WS-NEW-SEVERITY.
           PERFORM RAISE-RUN-SEVERITY.

       SAVE-RECORD-TYPE-REGISTRY.
           MOVE "multienr.lck" TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-CATALOG-LOCK.
           IF WS-LOCK-OK = 'Y'
               OPEN OUTPUT MRTFILE
               PERFORM VARYING WS-MRT-IDX FROM 1 BY 1
                   UNTIL WS-MRT-IDX > WS-MRT-COUNT
                   MOVE SPACES TO MRT-RECORD
                   MOVE WS-MRT-FILE(WS-MRT-IDX) TO MRT-FILE
                   MOVE WS-MRT-ROLE(WS-MRT-IDX) TO MRT-ROLE
                   MOVE WS-MRT-CODE(WS-MRT-IDX) TO MRT-CODE
                   MOVE WS-MRT-CPY(WS-MRT-IDX) TO MRT-COPYBOOK
                   MOVE WS-MRT-POS(WS-MRT-IDX) TO MRT-POS
                   MOVE WS-MRT-LEN(WS-MRT-IDX) TO MRT-LEN
                   MOVE WS-MRT-CNT(WS-MRT-IDX) TO MRT-CNTFIELD
                   MOVE WS-MRT-SUM(WS-MRT-IDX) TO MRT-SUMFIELD
                   MOVE WS-MRT-MODE(WS-MRT-IDX) TO MRT-CNTMODE
                   WRITE MRT-RECORD
               END-PERFORM
               CLOSE MRTFILE
               PERFORM RELEASE-CATALOG-LOCK
           END-IF.
           MOVE "catalog.lck" TO WS-LOCK-FILENAME.

       LOAD-RECORD-TYPES.
           MOVE 0 TO WS-RT-COUNT.
           MOVE 0 TO WS-RT-MAIN.
           MOVE 'N' TO WS-RT-BAD.
           PERFORM LOAD-RECORD-TYPE-REGISTRY.
           PERFORM VARYING WS-MRT-IDX FROM 1 BY 1
               UNTIL WS-MRT-IDX > WS-MRT-COUNT
               IF WS-MRT-FILE(WS-MRT-IDX) = WS-MRT-DATASET
                   AND WS-RT-COUNT < 6
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-MRT-ROLE(WS-MRT-IDX)
                       TO WS-RT-ROLE(WS-RT-COUNT)
                   MOVE WS-MRT-CODE(WS-MRT-IDX)
                       TO WS-RT-CODE(WS-RT-COUNT)
                   MOVE WS-MRT-CPY(WS-MRT-IDX)
                       TO WS-RT-CPY(WS-RT-COUNT)
                   MOVE WS-MRT-CNT(WS-MRT-IDX)
                       TO WS-RT-CNT(WS-RT-COUNT)
                   MOVE WS-MRT-SUM(WS-MRT-IDX)
                       TO WS-RT-SUM(WS-RT-COUNT)
                   MOVE WS-MRT-MODE(WS-MRT-IDX)
                       TO WS-RT-MODE(WS-RT-COUNT)
                   IF WS-RT-COUNT = 1
                       MOVE WS-MRT-POS(WS-MRT-IDX) TO WS-RT-POS
                       MOVE WS-MRT-LEN(WS-MRT-IDX) TO WS-RT-LEN
                   END-IF
                   IF WS-MRT-POS(WS-MRT-IDX) NOT = WS-RT-POS
                       OR WS-MRT-LEN(WS-MRT-IDX) NOT = WS-RT-LEN
                       MOVE 'Y' TO WS-RT-BAD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RT-COUNT > 0
               PERFORM CHECK-RECORD-TYPES
           END-IF.
           IF WS-RT-COUNT > 0
               PERFORM RESOLVE-RECORD-TYPE-NAMES
           END-IF.

       CHECK-RECORD-TYPES.
           IF WS-RT-POS = 0 OR WS-RT-LEN = 0 OR WS-RT-LEN > 8
               OR WS-RT-POS + WS-RT-LEN > 501
               MOVE 'Y' TO WS-RT-BAD
           END-IF.
           MOVE 0 TO WS-RT-DET.
           MOVE 0 TO WS-RT-NHDR.
           MOVE 0 TO WS-RT-NTRL.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               EVALUATE WS-RT-ROLE(WS-RT-IDX)
                   WHEN 'E'
                       ADD 1 TO WS-RT-NHDR
                       MOVE WS-RT-IDX TO WS-RT-HDR
                   WHEN 'F'
                       ADD 1 TO WS-RT-NTRL
                       MOVE WS-RT-IDX TO WS-RT-TRL
                   WHEN OTHER
                       ADD 1 TO WS-RT-DET
               END-EVALUATE
           END-PERFORM.
           IF WS-RT-NHDR NOT = 1 OR WS-RT-NTRL NOT = 1
               OR WS-RT-DET = 0
               MOVE 'Y' TO WS-RT-BAD
           END-IF.
           IF WS-RT-BAD = 'Y'
               DISPLAY WS-UI-TXT(226) " " WS-MRT-DATASET LINE 24
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
               MOVE 0 TO WS-RT-COUNT
           END-IF.

       RESOLVE-RECORD-TYPE-NAMES.
           MOVE WS-SRC-COPYBOOK TO WS-RT-SAVE-CPY.
           MOVE WS-HOSTVAR-COUNT TO WS-RT-SAVE-HV.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-CPY(WS-RT-IDX) TO WS-SRC-COPYBOOK
               PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK
               IF WS-HOSTVAR-COUNT = 0
                   MOVE 'Y' TO WS-RT-BAD
               END-IF
               IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
                   MOVE WS-COPYBOOK-RECORD-NAME
                       TO WS-RT-RECNAME(WS-RT-IDX)
               ELSE
                   MOVE 'Y' TO WS-RT-BAD
               END-IF
               IF WS-RT-CPY(WS-RT-IDX) = WS-RT-SAVE-CPY
                   MOVE WS-RT-IDX TO WS-RT-MAIN
               END-IF
               MOVE 'C' TO WS-ART-NEW-TYPE
               MOVE SPACES TO WS-ART-NEW-NAME
               STRING FUNCTION TRIM(WS-RT-CPY(WS-RT-IDX))
                          DELIMITED BY SPACE
                      ".cpy" DELIMITED BY SIZE
                      INTO WS-ART-NEW-NAME
               END-STRING
               PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
                   IF WS-KNOWN-CPY-NAME(WS-KNOWN-IDX)
                       = WS-RT-CPY(WS-RT-IDX)
                       MOVE WS-KNOWN-CPY-VER(WS-KNOWN-IDX)
                           TO WS-ART-NEW-VERSION
                   END-IF
               END-PERFORM
               PERFORM RECORD-SESSION-ARTIFACT
           END-PERFORM.
           MOVE WS-RT-SAVE-CPY TO WS-SRC-COPYBOOK.
           IF WS-RT-SAVE-HV > 0
               PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK
           END-IF.
           IF WS-RT-BAD = 'Y'
               DISPLAY WS-UI-TXT(226) " " WS-MRT-DATASET LINE 24
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
               MOVE 0 TO WS-RT-COUNT
           END-IF.

       EMIT-RECTYPE-WORK-AREAS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "           COPY " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-CPY(WS-RT-IDX))
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               PERFORM EMIT-TEMPLATE-GEN-LINE
           END-PERFORM.
           MOVE "       01  RecordBuffer   PIC X(500)." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE WS-RT-LEN TO WS-RT-NUM-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  RecordType     PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-NUM-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  TypeIndex      PIC 9(2) VALUE 0."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  HeaderCount    PIC 9(9) VALUE 0."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  DetailCount    PIC 9(9) VALUE 0."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  TrailerCount   PIC 9(9) VALUE 0."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  ControlCount   PIC 9(9) VALUE 0."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  HashTotal      PIC S9(15)V9(4) VALUE 0."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  StructureError PIC X VALUE 'N'."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       01  StructureMsg   PIC X(40)." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.

       EMIT-RECTYPE-DISPATCH.
           MOVE " " TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       Dispatch-Record." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE WS-RT-POS TO WS-RT-NUM-DISP.
           MOVE WS-RT-LEN TO WS-RT-IDX-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE RecordBuffer(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-NUM-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                  ") TO RecordType" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               MOVE 0 TO TypeIndex" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               IF TrailerCount > 0" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "ENREGISTREMENT APRES LA FIN" TO WS-RT-MSG.
           PERFORM EMIT-RECTYPE-ERROR-CALL.
           MOVE "               END-IF" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-COUNTER) DELIMITED BY SIZE
                  " = 1" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   AND RecordType NOT = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-RT-CODE(WS-RT-HDR)(1:WS-RT-LEN) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "PREMIER ENREGISTREMENT NON ENTETE" TO WS-RT-MSG.
           PERFORM EMIT-RECTYPE-ERROR-CALL.
           MOVE "               END-IF" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               EVALUATE RecordType" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM EMIT-RECTYPE-WHEN
           END-PERFORM.
           MOVE "                   WHEN OTHER" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "TYPE D'ENREGISTREMENT INCONNU" TO WS-RT-MSG.
           MOVE 4 TO WS-RT-IND.
           PERFORM EMIT-RECTYPE-ERROR-CALL.
           MOVE "               END-EVALUATE." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           PERFORM EMIT-RECTYPE-CHECK-PARAS.

       EMIT-RECTYPE-WHEN.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-RT-CODE(WS-RT-IDX)(1:WS-RT-LEN) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE WS-RT-IDX TO WS-RT-IDX-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                  " TO TypeIndex" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "                       MOVE RecordBuffer"
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                           TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-RECNAME(WS-RT-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           EVALUATE WS-RT-ROLE(WS-RT-IDX)
               WHEN 'E'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                       IF " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RT-COUNTER)
                              DELIMITED BY SIZE
                          " NOT = 1" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   PERFORM EMIT-TEMPLATE-GEN-LINE
                   MOVE "ENTETE EN DOUBLE OU MAL PLACE" TO WS-RT-MSG
                   MOVE 8 TO WS-RT-IND
                   PERFORM EMIT-RECTYPE-ERROR-CALL
                   MOVE "                       END-IF" TO WS-SQL-LINE
                   PERFORM EMIT-TEMPLATE-GEN-LINE
                   MOVE "                       ADD 1 TO HeaderCount"
                       TO WS-SQL-LINE
                   PERFORM EMIT-TEMPLATE-GEN-LINE
               WHEN 'F'
                   MOVE "                       ADD 1 TO TrailerCount"
                       TO WS-SQL-LINE
                   PERFORM EMIT-TEMPLATE-GEN-LINE
               WHEN OTHER
                   MOVE "                       ADD 1 TO DetailCount"
                       TO WS-SQL-LINE
                   PERFORM EMIT-TEMPLATE-GEN-LINE
                   IF WS-RT-SUM(WS-RT-IDX) NOT = SPACES
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                       ADD "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-RT-SUM(WS-RT-IDX))
                                  DELIMITED BY SIZE
                              " TO HashTotal" DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                       PERFORM EMIT-TEMPLATE-GEN-LINE
                   END-IF
           END-EVALUATE.

       EMIT-RECTYPE-ERROR-CALL.
           COMPUTE WS-RT-COL = 20 + WS-RT-IND.
           MOVE SPACES TO WS-RT-LINE.
           STRING "MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-MSG) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-RT-LINE
           END-STRING.
           PERFORM EMIT-RECTYPE-INDENTED.
           MOVE "    TO StructureMsg" TO WS-RT-LINE.
           PERFORM EMIT-RECTYPE-INDENTED.
           MOVE "PERFORM Structure-Error" TO WS-RT-LINE.
           PERFORM EMIT-RECTYPE-INDENTED.
           MOVE 0 TO WS-RT-IND.

       EMIT-RECTYPE-INDENTED.
           MOVE SPACES TO WS-SQL-LINE.
           MOVE WS-RT-LINE TO WS-SQL-LINE(WS-RT-COL:).
           PERFORM EMIT-TEMPLATE-GEN-LINE.

       EMIT-RECTYPE-CHECK-PARAS.
           MOVE " " TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       Structure-Error." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ERREUR STRUCTURE ENR " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-COUNTER) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " StructureMsg" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               MOVE 'Y' TO StructureError."
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE " " TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "       Check-Structure." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               IF HeaderCount = 0" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "ENTETE ABSENT" TO WS-RT-MSG.
           PERFORM EMIT-RECTYPE-ERROR-CALL.
           MOVE "               END-IF" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               IF TrailerCount = 0" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "ENREGISTREMENT FIN ABSENT" TO WS-RT-MSG.
           PERFORM EMIT-RECTYPE-ERROR-CALL.
           MOVE "               ELSE" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           IF WS-RT-MODE(WS-RT-TRL) = 'T'
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-COUNTER) DELIMITED BY SIZE
                      " TO ControlCount" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               MOVE
               "                   MOVE DetailCount TO ControlCount"
                   TO WS-SQL-LINE
           END-IF.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           IF WS-RT-CNT(WS-RT-TRL) NOT = SPACES
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   IF " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-CNT(WS-RT-TRL))
                          DELIMITED BY SIZE
                      " NOT = ControlCount" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               PERFORM EMIT-TEMPLATE-GEN-LINE
               MOVE "NOMBRE D'ENREGISTREMENTS ERRONE" TO WS-RT-MSG
               MOVE 4 TO WS-RT-IND
               PERFORM EMIT-RECTYPE-ERROR-CALL
               MOVE "                   END-IF" TO WS-SQL-LINE
               PERFORM EMIT-TEMPLATE-GEN-LINE
           END-IF.
           IF WS-RT-SUM(WS-RT-TRL) NOT = SPACES
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   IF " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-SUM(WS-RT-TRL))
                          DELIMITED BY SIZE
                      " NOT = HashTotal" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               PERFORM EMIT-TEMPLATE-GEN-LINE
               MOVE "TOTAL DE CONTROLE ERRONE" TO WS-RT-MSG
               MOVE 4 TO WS-RT-IND
               PERFORM EMIT-RECTYPE-ERROR-CALL
               MOVE "                   END-IF" TO WS-SQL-LINE
               PERFORM EMIT-TEMPLATE-GEN-LINE
           END-IF.
           MOVE "               END-IF" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "DETAILS : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DetailCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               IF StructureError = 'Y'" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "                   MOVE 8 TO RETURN-CODE"
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               END-IF." TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.

       EMIT-RECTYPE-WRITES.
           MOVE WS-RT-HDR TO WS-RT-IDX.
           MOVE 0 TO WS-RT-IND.
           PERFORM EMIT-RECTYPE-BUILD.
           PERFORM EMIT-RECTYPE-WRITE-CALL.
           MOVE "               PERFORM UNTIL EndOfData = 'Y'"
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-ROLE(WS-RT-IDX) = 'D'
                   MOVE 4 TO WS-RT-IND
                   PERFORM EMIT-RECTYPE-BUILD
                   MOVE "ADD 1 TO DetailCount" TO WS-RT-LINE
                   PERFORM EMIT-RECTYPE-INDENTED
                   IF WS-RT-SUM(WS-RT-IDX) NOT = SPACES
                       MOVE SPACES TO WS-RT-LINE
                       STRING "ADD " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-RT-SUM(WS-RT-IDX))
                                  DELIMITED BY SIZE
                              " TO HashTotal" DELIMITED BY SIZE
                              INTO WS-RT-LINE
                       END-STRING
                       PERFORM EMIT-RECTYPE-INDENTED
                   END-IF
                   PERFORM EMIT-RECTYPE-WRITE-CALL
               END-IF
           END-PERFORM.
           MOVE "                   MOVE 'Y' TO EndOfData"
               TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-SQL-LINE.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           MOVE WS-RT-TRL TO WS-RT-IDX.
           MOVE 0 TO WS-RT-IND.
           PERFORM EMIT-RECTYPE-BUILD.
           IF WS-RT-MODE(WS-RT-TRL) = 'T'
               MOVE
               "               COMPUTE ControlCount = WriteCount + 1"
                   TO WS-SQL-LINE
           ELSE
               MOVE "               MOVE DetailCount TO ControlCount"
                   TO WS-SQL-LINE
           END-IF.
           PERFORM EMIT-TEMPLATE-GEN-LINE.
           IF WS-RT-CNT(WS-RT-TRL) NOT = SPACES
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE ControlCount TO "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-CNT(WS-RT-TRL))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               PERFORM EMIT-TEMPLATE-GEN-LINE
           END-IF.
           IF WS-RT-SUM(WS-RT-TRL) NOT = SPACES
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE HashTotal TO "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-SUM(WS-RT-TRL))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               PERFORM EMIT-TEMPLATE-GEN-LINE
           END-IF.
           PERFORM EMIT-RECTYPE-WRITE-CALL.

       EMIT-RECTYPE-BUILD.
           COMPUTE WS-RT-COL = 16 + WS-RT-IND.
           MOVE SPACES TO WS-RT-LINE.
           STRING "INITIALIZE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-RECNAME(WS-RT-IDX))
                      DELIMITED BY SIZE
                  INTO WS-RT-LINE
           END-STRING.
           PERFORM EMIT-RECTYPE-INDENTED.
           MOVE SPACES TO WS-RT-LINE.
           STRING "MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-RT-CODE(WS-RT-IDX)(1:WS-RT-LEN) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-RT-LINE
           END-STRING.
           PERFORM EMIT-RECTYPE-INDENTED.
           MOVE WS-RT-POS TO WS-RT-NUM-DISP.
           MOVE WS-RT-LEN TO WS-RT-IDX-DISP.
           MOVE SPACES TO WS-RT-LINE.
           STRING "    TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-RECNAME(WS-RT-IDX))
                      DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-NUM-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-RT-LINE
           END-STRING.
           PERFORM EMIT-RECTYPE-INDENTED.

       EMIT-RECTYPE-WRITE-CALL.
           MOVE SPACES TO WS-RT-LINE.
           STRING "MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-RECNAME(WS-RT-IDX))
                      DELIMITED BY SIZE
                  " TO RecordBuffer" DELIMITED BY SIZE
                  INTO WS-RT-LINE
           END-STRING.
           PERFORM EMIT-RECTYPE-INDENTED.
           MOVE "PERFORM Write-Typed-Record" TO WS-RT-LINE.
           PERFORM EMIT-RECTYPE-INDENTED.

       CHECK-MANIFEST-VERSIONS.
           MOVE SPACES TO WS-MAN-FILENAME.
           STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                  ".man" DELIMITED BY SIZE
                  INTO WS-MAN-FILENAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MAN-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 'N' TO WS-MAN-EOF
               OPEN INPUT MANFILE
               PERFORM UNTIL WS-MAN-EOF = 'Y'
                   READ MANFILE
                       AT END
                           MOVE 'Y' TO WS-MAN-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANFILE
           END-IF.

       CHECK-ONE-MANIFEST-LINE.
           MOVE SPACES TO WS-MAN-TOK1.
           MOVE SPACES TO WS-MAN-TOK2.
           MOVE SPACES TO WS-MAN-TOK3.
           UNSTRING MAN-RECORD DELIMITED BY ALL SPACE
               INTO WS-MAN-TOK1 WS-MAN-TOK2 WS-MAN-TOK3
           END-UNSTRING.
           IF WS-MAN-TOK1 = "C" AND WS-MAN-TOK3 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MAN-TOK2))
                   TO WS-MAN-BASELEN
               IF WS-MAN-BASELEN > 4
                   SUBTRACT 4 FROM WS-MAN-BASELEN
               END-IF
               MOVE SPACES TO WS-MAN-BASE
               MOVE WS-MAN-TOK2(1:WS-MAN-BASELEN) TO WS-MAN-BASE
               PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                   UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
                   IF WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) = WS-MAN-BASE
                       AND WS-KNOWN-CPY-VER(WS-KNOWN-IDX)
                           NOT = SPACES
                       AND WS-KNOWN-CPY-VER(WS-KNOWN-IDX)
                           NOT = WS-MAN-TOK3
                       DISPLAY WS-UI-TXT(152) " " WS-MAN-BASE
                           LINE 24
                       MOVE 4 TO WS-NEW-SEVERITY
                       PERFORM RAISE-RUN-SEVERITY
                   END-IF
               END-PERFORM
           END-IF.

       READ-CHECKPOINT-FILE.
           MOVE 0 TO WS-CHK-DONE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               OPEN INPUT CHKFILE
               READ CHKFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHK-DONE-COUNT TO WS-CHK-DONE
                       PERFORM LOAD-CHECKPOINT-TABLES
               END-READ
               CLOSE CHKFILE
               IF WS-CHK-DONE > 0
                   DISPLAY WS-UI-TXT(70)
                       WS-CHK-DONE WS-UI-TXT(71) LINE 24
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHKFILE.
           MOVE WS-CHK-SEQ TO CHK-DONE-COUNT.
           MOVE WS-APP-NAME TO CHK-APP-NAME.
           WRITE CHK-RECORD.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
               UNTIL WS-ART-IDX > WS-ART-COUNT
               MOVE SPACES TO CHK-ART-RECORD
               MOVE 'A' TO CHK-ART-TAG
               MOVE WS-ART-TYPE(WS-ART-IDX) TO CHK-ART-TYPE
               MOVE WS-ART-NAME(WS-ART-IDX) TO CHK-ART-NAME
               WRITE CHK-ART-RECORD
           END-PERFORM.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-COUNT
               MOVE SPACES TO CHK-DD-RECORD
               MOVE 'D' TO CHK-DD-TAG
               MOVE WS-DD-NAME(WS-DD-IDX) TO CHK-DD-NAME
               MOVE WS-DD-DSN(WS-DD-IDX) TO CHK-DD-DSN
               MOVE WS-DD-TYPE(WS-DD-IDX) TO CHK-DD-TYPE
               MOVE WS-DD-IO(WS-DD-IDX) TO CHK-DD-IO
               WRITE CHK-DD-RECORD
           END-PERFORM.
           CLOSE CHKFILE.

       REOPEN-OUTPUT-IN-EXTEND.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-OUTPUT-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               MOVE 0 TO WS-LINES-WRITTEN
               MOVE 0 TO WS-OLD-COUNT
               MOVE 'N' TO WS-OLD-OVERFLOW
               MOVE 'N' TO WS-SQLERR-EMITTED
               MOVE 'N' TO WS-CHK-EOF
               OPEN INPUT GENSRC
               PERFORM UNTIL WS-CHK-EOF = 'Y'
                   READ GENSRC INTO WS-GEN-LINE
                       AT END
                           MOVE 'Y' TO WS-CHK-EOF
                       NOT AT END
                           ADD 1 TO WS-LINES-WRITTEN
                           IF WS-OLD-COUNT < 2000
                               ADD 1 TO WS-OLD-COUNT
                               MOVE WS-GEN-LINE
                                   TO WS-OLD-LINE-TAB(WS-OLD-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OLD-OVERFLOW
                           END-IF
                           IF WS-GEN-LINE(12:10) = "Sql-Error."
                               OR WS-GEN-LINE(5:10) = "Sql-Error."
                               MOVE 'Y' TO WS-SQLERR-EMITTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENSRC
               MOVE 'Y' TO WS-OLD-EXISTS
               MOVE 'F' TO WS-OLD-RESIDENT
               MOVE 'N' TO WS-REGEN-ASKED
               PERFORM BUILD-REGEN-FILENAMES
               PERFORM CHECK-MANIFEST-VERSIONS
               COMPUTE WS-SEQ-MAIN = WS-LINES-WRITTEN * 10
               OPEN EXTEND OUTPUTFILE
           ELSE
               MOVE 0 TO WS-LINES-WRITTEN
               OPEN OUTPUT OUTPUTFILE
           END-IF.
           MOVE 'Y' TO WS-OUTPUT-OPEN-FLAG.
           MOVE 0 TO WS-LINES-DELTA.
           IF WS-LINES-WRITTEN > 0
               MOVE 'P' TO WS-ART-NEW-TYPE
               MOVE WS-OUTPUT-FILENAME TO WS-ART-NEW-NAME
               PERFORM RECORD-SESSION-ARTIFACT
           END-IF.

       LIST-KNOWN-COPYBOOKS.
           DISPLAY WS-UI-TXT(17) LINE 15.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
               MOVE SPACES TO WS-SRC-FILENAME
               STRING FUNCTION TRIM(WS-KNOWN-CPY-NAME(WS-KNOWN-IDX))
                          DELIMITED BY SPACE
                      ".cpy" DELIMITED BY SIZE
                      INTO WS-SRC-FILENAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-SRC-FILENAME
                   WS-CPY-FILE-DETAILS
                   RETURNING WS-CPY-CHECK-RC
               END-CALL
               IF WS-CPY-CHECK-RC = 0 AND WS-KNOWN-IDX < 7
                   DISPLAY WS-KNOWN-IDX " - "
                       WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) " "
                       WS-KNOWN-CPY-DESC(WS-KNOWN-IDX)(1:24)
                       LINE (15 + WS-KNOWN-IDX)
               END-IF
               IF WS-CPY-CHECK-RC = 0 AND WS-KNOWN-IDX > 6
                   AND WS-KNOWN-IDX < 13
                   DISPLAY WS-KNOWN-IDX " - "
                       WS-KNOWN-CPY-NAME(WS-KNOWN-IDX)
                       LINE (9 + WS-KNOWN-IDX) COL 42
               END-IF
           END-PERFORM.

       ACCEPT-COPYBOOK-CHOICE.
           PERFORM LIST-KNOWN-COPYBOOKS.
           DISPLAY WS-UI-TXT(40) LINE 22.
           MOVE 0 TO WS-GEN-CPY-NUM.
           MOVE 22 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-NUMBER.
           MOVE WS-ANS-NUM TO WS-GEN-CPY-NUM.
           IF WS-GEN-CPY-NUM > 0
               AND WS-GEN-CPY-NUM <= WS-KNOWN-CPY-COUNT
               MOVE WS-KNOWN-CPY-NAME(WS-GEN-CPY-NUM)
                   TO WS-TPL-COPYBOOK
               MOVE WS-KNOWN-CPY-NAME(WS-GEN-CPY-NUM)
                   TO WS-SRC-COPYBOOK
               PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK
               MOVE 'C' TO WS-ART-NEW-TYPE
               MOVE SPACES TO WS-ART-NEW-NAME
               STRING FUNCTION TRIM
                          (WS-KNOWN-CPY-NAME(WS-GEN-CPY-NUM))
                          DELIMITED BY SPACE
                      ".cpy" DELIMITED BY SIZE
                      INTO WS-ART-NEW-NAME
               END-STRING
               MOVE WS-KNOWN-CPY-VER(WS-GEN-CPY-NUM)
                   TO WS-ART-NEW-VERSION
               PERFORM RECORD-SESSION-ARTIFACT
               IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
                   MOVE WS-COPYBOOK-RECORD-NAME TO WS-GEN-RECNAME
               ELSE
                   MOVE "RECORD-AREA" TO WS-GEN-RECNAME
               END-IF
           ELSE
               MOVE "RECORD-FORMAT" TO WS-TPL-COPYBOOK
               MOVE "RECORD-AREA" TO WS-GEN-RECNAME
           END-IF.

       ACCEPT-INPUT-DATASET.
           PERFORM LIST-REGISTERED-DATASETS.
           DISPLAY WS-UI-TXT(22) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           PERFORM PICK-REGISTERED-DATASET.
           MOVE WS-ANS-VALUE TO WS-GEN-INFILE.
           IF WS-GEN-INFILE = SPACES
               MOVE "fichier.dat" TO WS-GEN-INFILE
           END-IF.
           MOVE WS-GEN-INFILE TO WS-DSR-KEY.
           PERFORM CHECK-REGISTERED-DATASET.
           DISPLAY WS-UI-TXT(110) LINE 23.
           MOVE 'N' TO WS-GEN-INTYPE.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-GEN-INTYPE.
           IF WS-GEN-INTYPE = SPACE AND WS-DSR-IDX > 0
               AND WS-DSR-GDGLIM(WS-DSR-IDX) > 0
               MOVE 'G' TO WS-GEN-INTYPE
           END-IF.
           PERFORM NORMALIZE-INPUT-DSNTYPE.
           MOVE SPACES TO WS-GEN-ASSIGN-IN.
           IF WS-GEN-INTYPE = 'N'
               STRING QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-INFILE) DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-GEN-ASSIGN-IN
               END-STRING
           ELSE
               MOVE "ENTREE" TO WS-GEN-ASSIGN-IN
               MOVE "ENTREE" TO WS-DD-NEW-NAME
               PERFORM RECORD-INPUT-DD-ENTRY
           END-IF.

       NORMALIZE-INPUT-DSNTYPE.
           IF WS-GEN-INTYPE = 'g'
               MOVE 'G' TO WS-GEN-INTYPE
           END-IF.
           IF WS-GEN-INTYPE = 'd'
               MOVE 'D' TO WS-GEN-INTYPE
           END-IF.
           IF WS-GEN-INTYPE NOT = 'G' AND WS-GEN-INTYPE NOT = 'D'
               MOVE 'N' TO WS-GEN-INTYPE
           END-IF.

       RECORD-INPUT-DD-ENTRY.
           PERFORM FIND-DD-ENTRY-BY-NAME.
           IF WS-DD-IDX > 0
               MOVE WS-GEN-INFILE TO WS-DD-DSN(WS-DD-IDX)
               MOVE WS-GEN-INTYPE TO WS-DD-TYPE(WS-DD-IDX)
               MOVE 'I' TO WS-DD-IO(WS-DD-IDX)
           ELSE
               IF WS-DD-COUNT < 20
                   ADD 1 TO WS-DD-COUNT
                   MOVE WS-DD-NEW-NAME TO WS-DD-NAME(WS-DD-COUNT)
                   MOVE WS-GEN-INFILE TO WS-DD-DSN(WS-DD-COUNT)
                   MOVE WS-GEN-INTYPE TO WS-DD-TYPE(WS-DD-COUNT)
                   MOVE 'I' TO WS-DD-IO(WS-DD-COUNT)
               END-IF
           END-IF.

       FIND-DD-ENTRY-BY-NAME.
           MOVE 0 TO WS-DD-IDX.
           PERFORM VARYING WS-DD-SCAN FROM 1 BY 1
               UNTIL WS-DD-SCAN > WS-DD-COUNT
               IF WS-DD-NAME(WS-DD-SCAN) = WS-DD-NEW-NAME
                   MOVE WS-DD-SCAN TO WS-DD-IDX
               END-IF
           END-PERFORM.

       LIST-REGISTERED-DATASETS.
           MOVE 0 TO WS-DSR-SHOWN.
           IF WS-RUN-MODE = 'I' AND WS-PRF-MODE NOT = 'P'
               AND WS-DSR-COUNT > 0
               MOVE SPACES TO WS-DSR-FILTER
               IF WS-TPL-COPYBOOK NOT = "RECORD-FORMAT"
                   MOVE FUNCTION UPPER-CASE(WS-SRC-COPYBOOK)
                       TO WS-DSR-FILTER
               END-IF
               PERFORM VARYING WS-DSR-IDX FROM 1 BY 1
                   UNTIL WS-DSR-IDX > WS-DSR-COUNT
                       OR WS-DSR-SHOWN >= 6
                   IF WS-DSR-FILTER = SPACES
                       OR FUNCTION UPPER-CASE(WS-DSR-CPY(WS-DSR-IDX))
                           = WS-DSR-FILTER
                       ADD 1 TO WS-DSR-SHOWN
                       MOVE WS-DSR-IDX TO WS-DSR-MAP(WS-DSR-SHOWN)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DSR-SHOWN > 0
               PERFORM VARYING WS-DSR-LINE FROM 15 BY 1
                   UNTIL WS-DSR-LINE > 21
                   DISPLAY WS-GEN-BLANK-LINE LINE WS-DSR-LINE COL 3
               END-PERFORM
               DISPLAY WS-UI-TXT(261) LINE 15
               PERFORM VARYING WS-DSR-SCAN FROM 1 BY 1
                   UNTIL WS-DSR-SCAN > WS-DSR-SHOWN
                   MOVE WS-DSR-MAP(WS-DSR-SCAN) TO WS-DSR-IDX
                   MOVE WS-DSR-SCAN TO WS-DSR-NUM
                   DISPLAY WS-DSR-NUM(2:2) " - "
                       WS-DSR-DSN(WS-DSR-IDX) " "
                       WS-DSR-ORG(WS-DSR-IDX) " "
                       WS-DSR-LRECL(WS-DSR-IDX) " "
                       WS-DSR-CPY(WS-DSR-IDX)
                       LINE (15 + WS-DSR-SCAN)
               END-PERFORM
           END-IF.

       PICK-REGISTERED-DATASET.
           IF WS-DSR-SHOWN > 0 AND WS-ANS-VALUE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANS-VALUE))
                   TO WS-DSR-LEN
               IF WS-DSR-LEN < 3
                   AND WS-ANS-VALUE(1:WS-DSR-LEN) IS NUMERIC
                   MOVE WS-ANS-VALUE(1:WS-DSR-LEN) TO WS-DSR-NUM
                   IF WS-DSR-NUM > 0 AND WS-DSR-NUM <= WS-DSR-SHOWN
                       MOVE WS-DSR-DSN(WS-DSR-MAP(WS-DSR-NUM))
                           TO WS-ANS-VALUE
                       IF WS-PRF-COUNT > 0
                           MOVE WS-ANS-VALUE
                               TO WS-PRF-ANSWER(WS-PRF-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-REGISTERED-DATASET.
           MOVE 0 TO WS-DSR-IDX.
           PERFORM VARYING WS-DSR-SCAN FROM 1 BY 1
               UNTIL WS-DSR-SCAN > WS-DSR-COUNT
                   OR WS-DSR-IDX > 0
               IF FUNCTION UPPER-CASE(WS-DSR-DSN(WS-DSR-SCAN))
                   = FUNCTION UPPER-CASE(WS-DSR-KEY)
                   MOVE WS-DSR-SCAN TO WS-DSR-IDX
               END-IF
           END-PERFORM.

       CHECK-REGISTERED-DATASET.
           PERFORM FIND-REGISTERED-DATASET.
           IF WS-DSR-IDX > 0
               AND WS-TPL-COPYBOOK NOT = "RECORD-FORMAT"
               AND WS-HOSTVAR-COUNT > 0
               AND (WS-DSR-CPY(WS-DSR-IDX) = SPACES
                   OR FUNCTION UPPER-CASE(WS-DSR-CPY(WS-DSR-IDX))
                       = FUNCTION UPPER-CASE(WS-SRC-COPYBOOK))
               PERFORM WARN-DSR-LENGTH-MISMATCH
           END-IF.

       ACCEPT-OUTPUT-DATASET.
           PERFORM LIST-REGISTERED-DATASETS.
           DISPLAY WS-UI-TXT(23) LINE 23.
           MOVE SPACES TO WS-GEN-OUTFILE.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           PERFORM PICK-REGISTERED-DATASET.
           MOVE WS-ANS-VALUE TO WS-GEN-OUTFILE.
           IF WS-GEN-OUTFILE = SPACES
               MOVE WS-GEN-DEFAULT-OUT TO WS-GEN-OUTFILE
           END-IF.
           MOVE WS-GEN-OUTFILE TO WS-DSR-KEY.
           PERFORM CHECK-REGISTERED-DATASET.
           DISPLAY WS-UI-TXT(111) LINE 23.
           MOVE 'N' TO WS-GEN-OUTTYPE.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-GEN-OUTTYPE.
           IF WS-GEN-OUTTYPE = SPACE AND WS-DSR-IDX > 0
               AND WS-DSR-GDGLIM(WS-DSR-IDX) > 0
               MOVE 'G' TO WS-GEN-OUTTYPE
           END-IF.
           IF WS-GEN-OUTTYPE = 'g'
               MOVE 'G' TO WS-GEN-OUTTYPE
           END-IF.
           IF WS-GEN-OUTTYPE = 'd'
               MOVE 'D' TO WS-GEN-OUTTYPE
           END-IF.
           IF WS-GEN-OUTTYPE NOT = 'G' AND WS-GEN-OUTTYPE NOT = 'D'
               MOVE 'N' TO WS-GEN-OUTTYPE
           END-IF.
           MOVE SPACES TO WS-GEN-ASSIGN-OUT.
           IF WS-GEN-OUTTYPE = 'N'
               STRING QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-OUTFILE) DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-GEN-ASSIGN-OUT
               END-STRING
           ELSE
               MOVE "SORTIE" TO WS-GEN-ASSIGN-OUT
               MOVE "SORTIE" TO WS-DD-NEW-NAME
               PERFORM FIND-DD-ENTRY-BY-NAME
               IF WS-DD-IDX > 0
                   MOVE WS-GEN-OUTFILE TO WS-DD-DSN(WS-DD-IDX)
                   MOVE WS-GEN-OUTTYPE TO WS-DD-TYPE(WS-DD-IDX)
                   MOVE 'O' TO WS-DD-IO(WS-DD-IDX)
               ELSE
                   IF WS-DD-COUNT < 20
                       ADD 1 TO WS-DD-COUNT
                       MOVE "SORTIE" TO WS-DD-NAME(WS-DD-COUNT)
                       MOVE WS-GEN-OUTFILE TO WS-DD-DSN(WS-DD-COUNT)
                       MOVE WS-GEN-OUTTYPE TO WS-DD-TYPE(WS-DD-COUNT)
                       MOVE 'O' TO WS-DD-IO(WS-DD-COUNT)
                   END-IF
               END-IF
           END-IF.

       ACCEPT-MERGE-INPUT-DATASETS.
           DISPLAY WS-UI-TXT(110) LINE 23.
           MOVE 'N' TO WS-GEN-INTYPE.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-GEN-INTYPE.
           PERFORM NORMALIZE-INPUT-DSNTYPE.
           PERFORM LIST-REGISTERED-DATASETS.
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               MOVE WS-MERGE-IDX TO WS-MERGE-IDX-DISP
               MOVE SPACES TO WS-MERGE-FILE-TAB(WS-MERGE-IDX)
               STRING "fichier" DELIMITED BY SIZE
                      WS-MERGE-IDX-DISP DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-MERGE-FILE-TAB(WS-MERGE-IDX)
               END-STRING
               DISPLAY WS-UI-TXT(24) WS-MERGE-IDX-DISP
                   WS-UI-TXT(25) LINE 23
               MOVE SPACES TO WS-GEN-INFILE
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               PERFORM PICK-REGISTERED-DATASET
               MOVE WS-ANS-VALUE TO WS-GEN-INFILE
               IF WS-GEN-INFILE NOT = SPACES
                   MOVE WS-GEN-INFILE
                       TO WS-MERGE-FILE-TAB(WS-MERGE-IDX)
               END-IF
               MOVE WS-MERGE-FILE-TAB(WS-MERGE-IDX) TO WS-DSR-KEY
               PERFORM CHECK-REGISTERED-DATASET
               IF WS-GEN-INTYPE NOT = 'N'
                   MOVE SPACES TO WS-DD-NEW-NAME
                   STRING "ENTREE" DELIMITED BY SIZE
                          WS-MERGE-IDX-DISP DELIMITED BY SIZE
                          INTO WS-DD-NEW-NAME
                   END-STRING
                   MOVE WS-MERGE-FILE-TAB(WS-MERGE-IDX)
                       TO WS-GEN-INFILE
                   PERFORM RECORD-INPUT-DD-ENTRY
               END-IF
           END-PERFORM.

       GENERATE-DCLGEN.
           DISPLAY WS-UI-TXT(65) LINE 14.
           DISPLAY WS-UI-TXT(33) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-TABLE-NAME.
           DISPLAY WS-UI-TXT(16) LINE 16.
           MOVE 16 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM WRITE-DECLARE-TABLE-BLOCK
               PERFORM WRITE-HOST-STRUCTURE-BLOCK
           END-IF.

       WRITE-DECLARE-TABLE-BLOCK.
           MOVE "           EXEC SQL" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE
           STRING "               DECLARE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  " TABLE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               (" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE WS-HOSTVAR-PIC(WS-HOSTVAR-IDX) TO WS-PIC-WORK
               PERFORM DERIVE-SQL-TYPE
               PERFORM BUILD-SQL-COLUMN-NAME
               MOVE SPACES TO WS-SQL-LINE
               IF WS-HOSTVAR-IDX < WS-HOSTVAR-COUNT
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                 " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SQLNAME-WORK)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SQLTYPE-WORK)
                              DELIMITED BY SIZE
                          " NOT NULL," DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                 " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SQLNAME-WORK)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SQLTYPE-WORK)
                              DELIMITED BY SIZE
                          " NOT NULL" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "               )" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           END-EXEC." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-HOST-STRUCTURE-BLOCK.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "      * Structure hote pour la table "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           01  DCL-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               IF WS-HOSTVAR-USAGE(WS-HOSTVAR-IDX) = SPACES
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               10 " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (WS-HOSTVAR-PIC(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               10 " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (WS-HOSTVAR-PIC(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (WS-HOSTVAR-USAGE(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       GENERATE-CREATE-TABLE.
           DISPLAY WS-UI-TXT(232) LINE 14.
           DISPLAY WS-UI-TXT(33) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE) TO WS-TABLE-NAME.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           IF WS-TABLE-NAME = SPACES
               OR WS-GEN-CPY-NUM = 0
               OR WS-GEN-CPY-NUM > WS-KNOWN-CPY-COUNT
               OR WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               DISPLAY WS-UI-TXT(233) LINE 16
               MOVE 16 TO WS-ANS-LINE
               MOVE 45 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE) TO WS-DDL-ALTKEY
               MOVE 0 TO WS-DDL-WARN-COUNT
               PERFORM LOCATE-DDL-KEYS
               PERFORM COLLECT-DDL-WARNINGS
               PERFORM WRITE-CREATE-TABLE-FILE
           END-IF.

       LOCATE-DDL-KEYS.
           MOVE 0 TO WS-DDL-KEYIDX.
           MOVE 0 TO WS-DDL-ALTIDX.
           MOVE SPACES TO WS-DDL-KEYCOL.
           MOVE SPACES TO WS-DDL-ALTCOL.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               IF WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM) NOT = SPACES
                   AND WS-HOSTVAR-REF(WS-HOSTVAR-IDX)
                       = WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM)
                   AND WS-DDL-KEYIDX = 0
                   MOVE WS-HOSTVAR-IDX TO WS-DDL-KEYIDX
               END-IF
               IF WS-DDL-ALTKEY NOT = SPACES
                   AND WS-HOSTVAR-REF(WS-HOSTVAR-IDX) = WS-DDL-ALTKEY
                   AND WS-DDL-ALTIDX = 0
                   MOVE WS-HOSTVAR-IDX TO WS-DDL-ALTIDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DDL-WARN-LINE.
           EVALUATE TRUE
               WHEN WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM) = SPACES
                   MOVE
                   "-- Aucune cle au catalogue : pas de PRIMARY KEY"
                       TO WS-DDL-WARN-LINE
                   PERFORM ADD-DDL-WARNING
               WHEN WS-DDL-KEYIDX = 0
                   STRING "-- Cle primaire " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM))
                              DELIMITED BY SIZE
                          " introuvable ou non elementaire :"
                              DELIMITED BY SIZE
                          " pas de PRIMARY KEY" DELIMITED BY SIZE
                          INTO WS-DDL-WARN-LINE
                   END-STRING
                   PERFORM ADD-DDL-WARNING
               WHEN OTHER
                   MOVE WS-DDL-KEYIDX TO WS-HOSTVAR-IDX
                   PERFORM BUILD-SQL-COLUMN-NAME
                   MOVE WS-SQLNAME-WORK TO WS-DDL-KEYCOL
           END-EVALUATE.
           MOVE SPACES TO WS-DDL-WARN-LINE.
           EVALUATE TRUE
               WHEN WS-DDL-ALTKEY = SPACES
                   CONTINUE
               WHEN WS-DDL-ALTIDX = 0
                   STRING "-- Cle alternative " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DDL-ALTKEY)
                              DELIMITED BY SIZE
                          " introuvable ou non elementaire :"
                              DELIMITED BY SIZE
                          " pas d'index unique" DELIMITED BY SIZE
                          INTO WS-DDL-WARN-LINE
                   END-STRING
                   PERFORM ADD-DDL-WARNING
               WHEN WS-DDL-ALTIDX = WS-DDL-KEYIDX
                   STRING "-- Cle alternative " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DDL-ALTKEY)
                              DELIMITED BY SIZE
                          " = cle primaire : index non genere"
                              DELIMITED BY SIZE
                          INTO WS-DDL-WARN-LINE
                   END-STRING
                   PERFORM ADD-DDL-WARNING
                   MOVE 0 TO WS-DDL-ALTIDX
               WHEN OTHER
                   MOVE WS-DDL-ALTIDX TO WS-HOSTVAR-IDX
                   PERFORM BUILD-SQL-COLUMN-NAME
                   MOVE WS-SQLNAME-WORK TO WS-DDL-ALTCOL
           END-EVALUATE.

       COLLECT-DDL-WARNINGS.
           PERFORM VARYING WS-RDF-IDX FROM 1 BY 1
               UNTIL WS-RDF-IDX > WS-RDF-COUNT
               MOVE SPACES TO WS-DDL-WARN-LINE
               IF WS-RDF-KEEP(WS-RDF-IDX) = 'Y'
                   STRING "-- REDEFINES : vue " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RDF-TARGET(WS-RDF-IDX))
                              DELIMITED BY SIZE
                          " non reprise, colonnes de " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RDF-NAME(WS-RDF-IDX))
                              DELIMITED BY SIZE
                          INTO WS-DDL-WARN-LINE
                   END-STRING
               ELSE
                   STRING "-- REDEFINES : vue " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RDF-NAME(WS-RDF-IDX))
                              DELIMITED BY SIZE
                          " non reprise, colonnes de " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RDF-TARGET(WS-RDF-IDX))
                              DELIMITED BY SIZE
                          INTO WS-DDL-WARN-LINE
                   END-STRING
               END-IF
               PERFORM ADD-DDL-WARNING
           END-PERFORM.
           IF WS-SCN-ODO-FLAG = 'Y'
               MOVE
               "-- OCCURS DEPENDING ON : nombre maximal de colonnes"
                   TO WS-DDL-WARN-LINE
               PERFORM ADD-DDL-WARNING
           END-IF.
           IF WS-SCN-OVFL = 'Y'
               MOVE
               "-- Plus de 100 zones : les zones suivantes manquent"
                   TO WS-DDL-WARN-LINE
               PERFORM ADD-DDL-WARNING
           END-IF.

       ADD-DDL-WARNING.
           IF WS-DDL-WARN-COUNT < 60
               ADD 1 TO WS-DDL-WARN-COUNT
               MOVE WS-DDL-WARN-LINE
                   TO WS-DDL-WARN-TAB(WS-DDL-WARN-COUNT)
           END-IF.
           MOVE SPACES TO WS-DDL-WARN-LINE.

       WRITE-CREATE-TABLE-FILE.
           MOVE SPACES TO WS-DDL-FILENAME.
           STRING FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TABLE-NAME))
                      DELIMITED BY SIZE
                  ".ddl" DELIMITED BY SIZE
                  INTO WS-DDL-FILENAME
           END-STRING.
           OPEN OUTPUT DDLFILE.
           MOVE SPACES TO WS-DDL-LINE.
           STRING "-- CREATE TABLE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.
           STRING "-- Copybook " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KNOWN-CPY-NAME(WS-GEN-CPY-NUM))
                      DELIMITED BY SIZE
                  ".cpy " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KNOWN-CPY-VER(WS-GEN-CPY-NUM))
                      DELIMITED BY SIZE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           STRING "-- Application " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-AUD-DATE DELIMITED BY SIZE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.
           MOVE "--" TO WS-DDL-LINE.
           PERFORM WRITE-DDL-LINE.
           STRING "CREATE TABLE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.
           MOVE "      (" TO WS-DDL-OPEN.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-DDL-COLUMN-LINE
               MOVE SPACES TO WS-DDL-OPEN
           END-PERFORM.
           IF WS-DDL-KEYIDX > 0
               STRING "       PRIMARY KEY (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DDL-KEYCOL) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-DDL-LINE
               END-STRING
               PERFORM WRITE-DDL-LINE
           END-IF.
           MOVE "      );" TO WS-DDL-LINE.
           PERFORM WRITE-DDL-LINE.
           IF WS-DDL-KEYIDX > 0
               MOVE "_PK" TO WS-DDL-SUFFIX
               MOVE WS-DDL-KEYCOL TO WS-SQLNAME-WORK
               PERFORM WRITE-DDL-UNIQUE-INDEX
           END-IF.
           IF WS-DDL-ALTIDX > 0
               MOVE "_AK" TO WS-DDL-SUFFIX
               MOVE WS-DDL-ALTCOL TO WS-SQLNAME-WORK
               PERFORM WRITE-DDL-UNIQUE-INDEX
           END-IF.
           MOVE "--" TO WS-DDL-LINE.
           PERFORM WRITE-DDL-LINE.
           MOVE "-- AVERTISSEMENTS" TO WS-DDL-LINE.
           PERFORM WRITE-DDL-LINE.
           IF WS-DDL-WARN-COUNT = 0
               MOVE "-- Aucun" TO WS-DDL-LINE
               PERFORM WRITE-DDL-LINE
           END-IF.
           PERFORM VARYING WS-DDL-WARN-IDX FROM 1 BY 1
               UNTIL WS-DDL-WARN-IDX > WS-DDL-WARN-COUNT
               MOVE WS-DDL-WARN-TAB(WS-DDL-WARN-IDX) TO WS-DDL-LINE
               PERFORM WRITE-DDL-LINE
           END-PERFORM.
           CLOSE DDLFILE.
           MOVE 'T' TO WS-ART-NEW-TYPE.
           MOVE WS-DDL-FILENAME TO WS-ART-NEW-NAME.
           PERFORM RECORD-SESSION-ARTIFACT.
           PERFORM WRITE-BUILD-MANIFEST.
           DISPLAY WS-UI-TXT(234) " " WS-DDL-FILENAME LINE 24.
           IF WS-DDL-WARN-COUNT > 0
               MOVE WS-DDL-WARN-COUNT TO WS-DDL-WARN-DISP
               DISPLAY WS-UI-TXT(235) " " WS-DDL-WARN-DISP LINE 23
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-RUN-SEVERITY
           END-IF.

       WRITE-DDL-COLUMN-LINE.
           MOVE WS-HOSTVAR-PIC(WS-HOSTVAR-IDX) TO WS-PIC-WORK.
           PERFORM DERIVE-SQL-TYPE.
           PERFORM BUILD-SQL-COLUMN-NAME.
           PERFORM CHECK-DDL-PICTURE.
           PERFORM CHECK-DDL-OCCURS.
           IF WS-HOSTVAR-IDX = WS-DDL-KEYIDX
               MOVE " NOT NULL" TO WS-DDL-NULLS
           ELSE
               MOVE " NOT NULL WITH DEFAULT" TO WS-DDL-NULLS
           END-IF.
           IF WS-HOSTVAR-IDX = WS-HOSTVAR-COUNT
               AND WS-DDL-KEYIDX = 0
               MOVE SPACE TO WS-DDL-SEP
           ELSE
               MOVE "," TO WS-DDL-SEP
           END-IF.
           STRING WS-DDL-OPEN DELIMITED BY SIZE
                  WS-SQLNAME-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SQLTYPE-WORK(1:16) DELIMITED BY SIZE
                  WS-DDL-NULLS DELIMITED BY "  "
                  WS-DDL-SEP DELIMITED BY SPACE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.

       CHECK-DDL-PICTURE.
           MOVE 0 TO WS-DDL-EDITED.
           INSPECT WS-PIC-WORK TALLYING WS-DDL-EDITED
               FOR ALL "Z" ALL "," ALL "." ALL "-" ALL "+" ALL "*"
                   ALL "/" ALL "$" ALL "B" ALL "P" ALL "CR" ALL "DB".
           MOVE 1 TO WS-PIC-I.
           IF WS-PIC-WORK(1:1) = "S"
               MOVE 2 TO WS-PIC-I
           END-IF.
           IF WS-PIC-WORK(WS-PIC-I:1) NOT = "X"
               AND WS-PIC-WORK(WS-PIC-I:1) NOT = "A"
               AND WS-PIC-WORK(WS-PIC-I:1) NOT = "9"
               ADD 1 TO WS-DDL-EDITED
           END-IF.
           IF WS-DDL-EDITED > 0
               PERFORM COUNT-DDL-PIC-LENGTH
               MOVE WS-DDL-LEN TO WS-DDL-LEN-DISP
               MOVE SPACES TO WS-SQLTYPE-WORK
               STRING "CHAR(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DDL-LEN-DISP) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-SQLTYPE-WORK
               END-STRING
               STRING "-- " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      " PIC " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PIC-WORK) DELIMITED BY SIZE
                      " : zone editee, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQLTYPE-WORK) DELIMITED BY SIZE
                      " retenu" DELIMITED BY SIZE
                      INTO WS-DDL-WARN-LINE
               END-STRING
               PERFORM ADD-DDL-WARNING
           END-IF.

       COUNT-DDL-PIC-LENGTH.
           MOVE 0 TO WS-DDL-LEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-WORK))
               TO WS-PIC-LEN.
           MOVE 1 TO WS-PIC-I.
           PERFORM UNTIL WS-PIC-I > WS-PIC-LEN
               EVALUATE WS-PIC-WORK(WS-PIC-I:1)
                   WHEN "("
                       MOVE 0 TO WS-PIC-NUM
                       ADD 1 TO WS-PIC-I
                       PERFORM UNTIL WS-PIC-I > WS-PIC-LEN
                               OR WS-PIC-WORK(WS-PIC-I:1) = ")"
                           IF WS-PIC-WORK(WS-PIC-I:1) IS NUMERIC
                               MOVE WS-PIC-WORK(WS-PIC-I:1)
                                   TO WS-PIC-DIGIT-X
                               COMPUTE WS-PIC-NUM
                                   = WS-PIC-NUM * 10 + WS-PIC-DIGIT-9
                           END-IF
                           ADD 1 TO WS-PIC-I
                       END-PERFORM
                       IF WS-PIC-NUM > 0
                           COMPUTE WS-DDL-LEN
                               = WS-DDL-LEN + WS-PIC-NUM - 1
                       END-IF
                   WHEN "S"
                   WHEN "V"
                   WHEN "P"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-DDL-LEN
               END-EVALUATE
               ADD 1 TO WS-PIC-I
           END-PERFORM.
           IF WS-DDL-LEN = 0
               MOVE 1 TO WS-DDL-LEN
           END-IF.

       CHECK-DDL-OCCURS.
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX)))
               TO WS-DDL-OCC-BLEN.
           IF WS-DDL-OCC-BLEN > 3
               AND WS-HOSTVAR-REF(WS-HOSTVAR-IDX)
                   (WS-DDL-OCC-BLEN - 2:3) = "(1)"
               SUBTRACT 2 FROM WS-DDL-OCC-BLEN
               MOVE WS-HOSTVAR-REF(WS-HOSTVAR-IDX)(1:WS-DDL-OCC-BLEN)
                   TO WS-DDL-OCC-BASE
               MOVE 0 TO WS-DDL-OCC-N
               PERFORM VARYING WS-DDL-J FROM 1 BY 1
                   UNTIL WS-DDL-J > WS-HOSTVAR-COUNT
                   IF WS-HOSTVAR-REF(WS-DDL-J)(1:WS-DDL-OCC-BLEN)
                       = WS-DDL-OCC-BASE(1:WS-DDL-OCC-BLEN)
                       ADD 1 TO WS-DDL-OCC-N
                   END-IF
               END-PERFORM
               MOVE WS-DDL-OCC-N TO WS-DDL-OCC-DISP
               STRING "-- OCCURS " DELIMITED BY SIZE
                      WS-DDL-OCC-BASE(1:WS-DDL-OCC-BLEN - 1)
                          DELIMITED BY SIZE
                      " : eclate en " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DDL-OCC-DISP) DELIMITED BY SIZE
                      " colonnes " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQLNAME-WORK) DELIMITED BY SIZE
                      "..." DELIMITED BY SIZE
                      INTO WS-DDL-WARN-LINE
               END-STRING
               PERFORM ADD-DDL-WARNING
           END-IF.

       WRITE-DDL-UNIQUE-INDEX.
           STRING "CREATE UNIQUE INDEX " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  WS-DDL-SUFFIX DELIMITED BY SIZE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.
           STRING "       ON " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQLNAME-WORK) DELIMITED BY SIZE
                  ");" DELIMITED BY SIZE
                  INTO WS-DDL-LINE
           END-STRING.
           PERFORM WRITE-DDL-LINE.

       WRITE-DDL-LINE.
           MOVE WS-DDL-LINE TO DDL-RECORD.
           WRITE DDL-RECORD.
           MOVE SPACES TO WS-DDL-LINE.

       DERIVE-SQL-TYPE.
           MOVE "CHAR(1)" TO WS-SQLTYPE-WORK.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-WORK))
               TO WS-PIC-LEN.
           IF WS-PIC-WORK = SPACES
               MOVE "CHAR(1)" TO WS-SQLTYPE-WORK
           ELSE
               MOVE 1 TO WS-PIC-I
               IF WS-PIC-WORK(1:1) = "S"
                   MOVE 2 TO WS-PIC-I
               END-IF
               EVALUATE TRUE
                   WHEN WS-PIC-WORK(WS-PIC-I:1) = "X"
                           OR WS-PIC-WORK(WS-PIC-I:1) = "A"
                       PERFORM COUNT-PIC-SEGMENT
                       MOVE WS-PIC-COUNT TO WS-PIC-CNT-DISP
                       MOVE SPACES TO WS-SQLTYPE-WORK
                       STRING "CHAR(" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PIC-CNT-DISP)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-SQLTYPE-WORK
                       END-STRING
                   WHEN WS-PIC-WORK(WS-PIC-I:1) = "9"
                       PERFORM COUNT-PIC-SEGMENT
                       MOVE WS-PIC-COUNT TO WS-PIC-INT
                       MOVE 0 TO WS-PIC-DEC
                       IF WS-PIC-I <= WS-PIC-LEN
                           AND WS-PIC-WORK(WS-PIC-I:1) = "V"
                           ADD 1 TO WS-PIC-I
                           IF WS-PIC-I <= WS-PIC-LEN
                               PERFORM COUNT-PIC-SEGMENT
                               MOVE WS-PIC-COUNT TO WS-PIC-DEC
                           END-IF
                       END-IF
                       PERFORM FORMAT-NUMERIC-SQL-TYPE
               END-EVALUATE
           END-IF.

       FORMAT-NUMERIC-SQL-TYPE.
           IF WS-PIC-DEC = 0
               AND (WS-HOSTVAR-USAGE(WS-HOSTVAR-IDX)(1:4) = "COMP"
                   OR WS-HOSTVAR-USAGE(WS-HOSTVAR-IDX)(1:4)
                       = "BINA")
               AND WS-HOSTVAR-USAGE(WS-HOSTVAR-IDX) NOT = "COMP-3"
               IF WS-PIC-INT < 5
                   MOVE "SMALLINT" TO WS-SQLTYPE-WORK
               ELSE
                   MOVE "INTEGER" TO WS-SQLTYPE-WORK
               END-IF
           ELSE
               COMPUTE WS-PIC-NUM = WS-PIC-INT + WS-PIC-DEC
               MOVE WS-PIC-NUM TO WS-PIC-CNT-DISP
               MOVE WS-PIC-DEC TO WS-PIC-DEC-DISP
               MOVE SPACES TO WS-SQLTYPE-WORK
               STRING "DECIMAL(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PIC-CNT-DISP)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PIC-DEC-DISP)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-SQLTYPE-WORK
               END-STRING
           END-IF.

       COUNT-PIC-SEGMENT.
           MOVE 0 TO WS-PIC-COUNT.
           MOVE WS-PIC-WORK(WS-PIC-I:1) TO WS-PIC-CH.
           PERFORM UNTIL WS-PIC-I > WS-PIC-LEN
                   OR WS-PIC-WORK(WS-PIC-I:1) NOT = WS-PIC-CH
               ADD 1 TO WS-PIC-COUNT
               ADD 1 TO WS-PIC-I
               IF WS-PIC-I <= WS-PIC-LEN
                   AND WS-PIC-WORK(WS-PIC-I:1) = "("
                   ADD 1 TO WS-PIC-I
                   MOVE 0 TO WS-PIC-NUM
                   PERFORM UNTIL WS-PIC-I > WS-PIC-LEN
                           OR WS-PIC-WORK(WS-PIC-I:1) = ")"
                       IF WS-PIC-WORK(WS-PIC-I:1) IS NUMERIC
                           MOVE WS-PIC-WORK(WS-PIC-I:1)
                               TO WS-PIC-DIGIT-X
                           COMPUTE WS-PIC-NUM
                               = WS-PIC-NUM * 10 + WS-PIC-DIGIT-9
                       END-IF
                       ADD 1 TO WS-PIC-I
                   END-PERFORM
                   ADD 1 TO WS-PIC-I
                   COMPUTE WS-PIC-COUNT
                       = WS-PIC-COUNT - 1 + WS-PIC-NUM
               END-IF
           END-PERFORM.

       BUILD-SQL-COLUMN-NAME.
           MOVE WS-HOSTVAR-NAME(WS-HOSTVAR-IDX) TO WS-SQLNAME-WORK.
           INSPECT WS-SQLNAME-WORK REPLACING ALL "-" BY "_".
           INSPECT WS-SQLNAME-WORK REPLACING ALL "(" BY "_".
           INSPECT WS-SQLNAME-WORK REPLACING ALL ")" BY " ".

       WRITE-COLUMN-LIST-LINES.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               PERFORM BUILD-SQL-COLUMN-NAME
               MOVE SPACES TO WS-SQL-LINE
               EVALUATE TRUE
                   WHEN WS-HOSTVAR-IDX = 1
                           AND WS-HOSTVAR-COUNT = 1
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                 ("
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SQLNAME-WORK)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   WHEN WS-HOSTVAR-IDX = 1
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                 ("
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SQLNAME-WORK)
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   WHEN WS-HOSTVAR-IDX = WS-HOSTVAR-COUNT
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                  "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SQLNAME-WORK)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                  "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-SQLNAME-WORK)
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
               END-EVALUATE
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       WRITE-HOSTVAR-LIST-LINES.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               EVALUATE TRUE
                   WHEN WS-HOSTVAR-IDX = 1
                           AND WS-HOSTVAR-COUNT = 1
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                 (:"
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HOSTVAR-NAME
                                  (WS-HOSTVAR-IDX))
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   WHEN WS-HOSTVAR-IDX = 1
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                 (:"
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HOSTVAR-NAME
                                  (WS-HOSTVAR-IDX))
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   WHEN WS-HOSTVAR-IDX = WS-HOSTVAR-COUNT
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                  :"
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HOSTVAR-NAME
                                  (WS-HOSTVAR-IDX))
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE SPACES TO WS-SQL-LINE
                       STRING "                  :"
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HOSTVAR-NAME
                                  (WS-HOSTVAR-IDX))
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
               END-EVALUATE
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       WRITE-SET-CLAUSE-LINES.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               PERFORM BUILD-SQL-COLUMN-NAME
               MOVE SPACES TO WS-SQL-LINE
               EVALUATE TRUE
                   WHEN WS-HOSTVAR-IDX = 1
                       CONTINUE
                   WHEN WS-HOSTVAR-IDX = 2
                           AND WS-HOSTVAR-IDX = WS-HOSTVAR-COUNT
                       PERFORM BUILD-SET-LINE-LAST
                   WHEN WS-HOSTVAR-IDX = 2
                       PERFORM BUILD-SET-LINE-FIRST
                   WHEN WS-HOSTVAR-IDX = WS-HOSTVAR-COUNT
                       PERFORM BUILD-SET-LINE-LAST
                   WHEN OTHER
                       PERFORM BUILD-SET-LINE-MIDDLE
               END-EVALUATE
               IF WS-HOSTVAR-IDX > 1
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.
           IF WS-HOSTVAR-COUNT = 1
               PERFORM BUILD-SET-LINE-SINGLE
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.

       BUILD-SET-LINE-FIRST.
           MOVE SPACES TO WS-SQL-LINE
           STRING "               SET " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQLNAME-WORK) DELIMITED BY SIZE
                  " = :" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.

       BUILD-SET-LINE-MIDDLE.
           MOVE SPACES TO WS-SQL-LINE
           STRING "                   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQLNAME-WORK) DELIMITED BY SIZE
                  " = :" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.

       BUILD-SET-LINE-LAST.
           IF WS-HOSTVAR-IDX = 2
               MOVE SPACES TO WS-SQL-LINE
               STRING "               SET " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQLNAME-WORK)
                          DELIMITED BY SIZE
                      " = :" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQLNAME-WORK)
                          DELIMITED BY SIZE
                      " = :" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF.

       BUILD-SET-LINE-SINGLE.
           MOVE 1 TO WS-HOSTVAR-IDX.
           PERFORM BUILD-SQL-COLUMN-NAME.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               SET " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQLNAME-WORK) DELIMITED BY SIZE
                  " = :" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(1))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.

       WRITE-KEY-WHERE-LINE.
           MOVE 1 TO WS-HOSTVAR-IDX.
           PERFORM BUILD-SQL-COLUMN-NAME.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               WHERE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQLNAME-WORK) DELIMITED BY SIZE
                  " = :" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(1))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-SQLCODE-CHECK.
           MOVE "               IF SQLCODE NOT = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-STMT-NAME) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO SQL-ERR-STATEMENT" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Sql-Error" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       EMIT-SQL-ERROR-PARA-ONCE.
           IF WS-SQLERR-EMITTED NOT = 'Y'
               AND WS-SQLERR-IN-BUFFER NOT = 'Y'
               MOVE 'Y' TO WS-SQLERR-IN-BUFFER
               MOVE " " TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "      * A placer en WORKING-STORAGE:"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "      *    01  SQL-ERR-STATEMENT PIC X(18)."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "      *    01  SQL-ERR-CODE      PIC -9(9)."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "           Sql-Error." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               MOVE SQLCODE TO SQL-ERR-CODE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               DISPLAY " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      "ERREUR SQL " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " SQL-ERR-STATEMENT" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " SQLCODE " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " SQL-ERR-CODE" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               MOVE 12 TO RETURN-CODE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               STOP RUN." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.

       GENERATE-REPORT-PROGRAM.
           DISPLAY WS-UI-TXT(66)
               LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               MOVE "fichier.dat" TO WS-GEN-INFILE
               PERFORM ACCEPT-INPUT-DATASET
               MOVE "rapport.txt" TO WS-GEN-DEFAULT-OUT
               PERFORM ACCEPT-OUTPUT-DATASET
               IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
                   MOVE WS-COPYBOOK-RECORD-NAME TO WS-GEN-RECNAME
               ELSE
                   MOVE "RECORD-AREA" TO WS-GEN-RECNAME
               END-IF
               PERFORM ANALYZE-REPORT-FIELDS
               MOVE "rapport" TO WS-RUNLOG-PGM
               MOVE "RecordCount" TO WS-RUNLOG-READSRC
               MOVE "RecordCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               PERFORM WRITE-REPORT-HEADER-PART
               PERFORM WRITE-REPORT-DATA-PART
               PERFORM WRITE-REPORT-PROC-PART
           END-IF.

       ANALYZE-REPORT-FIELDS.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-HOSTVAR-COUNT
               MOVE WS-HOSTVAR-PIC(WS-RPT-IDX) TO WS-PIC-WORK
               MOVE 'N' TO WS-RPT-ISNUM(WS-RPT-IDX)
               MOVE 0 TO WS-RPT-INT(WS-RPT-IDX)
               MOVE 0 TO WS-RPT-DEC(WS-RPT-IDX)
               MOVE 1 TO WS-RPT-DATAW(WS-RPT-IDX)
               PERFORM ANALYZE-ONE-REPORT-FIELD
               MOVE FUNCTION LENGTH(FUNCTION TRIM
                   (WS-HOSTVAR-NAME(WS-RPT-IDX))) TO WS-RPT-NAMELEN
               IF WS-RPT-NAMELEN > WS-RPT-DATAW(WS-RPT-IDX)
                   COMPUTE WS-RPT-COLW(WS-RPT-IDX)
                       = WS-RPT-NAMELEN + 1
               ELSE
                   COMPUTE WS-RPT-COLW(WS-RPT-IDX)
                       = WS-RPT-DATAW(WS-RPT-IDX) + 1
               END-IF
           END-PERFORM.

       ANALYZE-ONE-REPORT-FIELD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-WORK))
               TO WS-PIC-LEN.
           IF WS-PIC-WORK = SPACES
               MOVE 1 TO WS-RPT-DATAW(WS-RPT-IDX)
           ELSE
               MOVE 1 TO WS-PIC-I
               IF WS-PIC-WORK(1:1) = "S"
                   MOVE 2 TO WS-PIC-I
               END-IF
               EVALUATE TRUE
                   WHEN WS-PIC-WORK(WS-PIC-I:1) = "X"
                           OR WS-PIC-WORK(WS-PIC-I:1) = "A"
                       PERFORM COUNT-PIC-SEGMENT
                       MOVE WS-PIC-COUNT
                           TO WS-RPT-DATAW(WS-RPT-IDX)
                   WHEN WS-PIC-WORK(WS-PIC-I:1) = "9"
                       MOVE 'Y' TO WS-RPT-ISNUM(WS-RPT-IDX)
                       PERFORM COUNT-PIC-SEGMENT
                       MOVE WS-PIC-COUNT TO WS-RPT-INT(WS-RPT-IDX)
                       IF WS-PIC-I <= WS-PIC-LEN
                           AND WS-PIC-WORK(WS-PIC-I:1) = "V"
                           ADD 1 TO WS-PIC-I
                           IF WS-PIC-I <= WS-PIC-LEN
                               PERFORM COUNT-PIC-SEGMENT
                               MOVE WS-PIC-COUNT
                                   TO WS-RPT-DEC(WS-RPT-IDX)
                           END-IF
                       END-IF
                       IF WS-RPT-DEC(WS-RPT-IDX) > 0
                           COMPUTE WS-RPT-DATAW(WS-RPT-IDX)
                               = WS-RPT-INT(WS-RPT-IDX)
                               + WS-RPT-DEC(WS-RPT-IDX) + 2
                       ELSE
                           COMPUTE WS-RPT-DATAW(WS-RPT-IDX)
                               = WS-RPT-INT(WS-RPT-IDX) + 1
                       END-IF
               END-EVALUATE
           END-IF.

       BUILD-REPORT-EDIT-PIC.
           MOVE SPACES TO WS-RPT-EDIT-PIC.
           MOVE WS-RPT-INT(WS-RPT-IDX) TO WS-RPT-P-DISP.
           MOVE WS-RPT-DEC(WS-RPT-IDX) TO WS-RPT-D-DISP.
           IF WS-RPT-DEC(WS-RPT-IDX) > 0
               STRING "-9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-P-DISP) DELIMITED BY SIZE
                      ").9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-D-DISP) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RPT-EDIT-PIC
               END-STRING
           ELSE
               STRING "-9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-P-DISP) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RPT-EDIT-PIC
               END-STRING
           END-IF.

       WRITE-REPORT-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. rapport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT ReportFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-REPORT-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputRecord    PIC X(200)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  ReportFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine     PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  LineCount      PIC 9(4) VALUE 99."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  PageCount      PIC 9(4) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RecordCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-HOSTVAR-COUNT
               IF WS-RPT-ISNUM(WS-RPT-IDX) = 'Y'
                   MOVE WS-RPT-DEC(WS-RPT-IDX) TO WS-RPT-D-DISP
                   MOVE SPACES TO WS-SQL-LINE
                   IF WS-RPT-DEC(WS-RPT-IDX) > 0
                       STRING "       01  TOT-" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HOSTVAR-NAME
                                  (WS-RPT-IDX)) DELIMITED BY SIZE
                              " PIC S9(11)V9(" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-RPT-D-DISP)
                                  DELIMITED BY SIZE
                              ") VALUE 0." DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   ELSE
                       STRING "       01  TOT-" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-HOSTVAR-NAME
                                  (WS-RPT-IDX)) DELIMITED BY SIZE
                              " PIC S9(11) VALUE 0."
                                  DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   END-IF
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-HEADING-ITEMS.
           PERFORM WRITE-REPORT-DETAIL-ITEMS.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-REPORT-HEADING-ITEMS.
           MOVE "       01  PageHeading." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(10) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "RAPPORT - " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(10) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(9) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "AUTEUR: " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(10) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(6) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "PAGE: " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 HDR-PAGE-NUM PIC ZZZ9." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ColumnHeading." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-HOSTVAR-COUNT
               MOVE WS-RPT-COLW(WS-RPT-IDX) TO WS-RPT-W-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "           05 FILLER PIC X("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-W-DISP) DELIMITED BY SIZE
                      ") VALUE " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       WRITE-REPORT-DETAIL-ITEMS.
           MOVE "       01  DetailLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               IF WS-RPT-ISNUM(WS-RPT-IDX) = 'Y'
                   PERFORM BUILD-REPORT-EDIT-PIC
                   STRING "           05 DET-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                              DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RPT-EDIT-PIC)
                              DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   MOVE WS-RPT-DATAW(WS-RPT-IDX) TO WS-RPT-W-DISP
                   STRING "           05 DET-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                              DELIMITED BY SIZE
                          " PIC X(" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RPT-W-DISP)
                              DELIMITED BY SIZE
                          ")." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               COMPUTE WS-RPT-PADW = WS-RPT-COLW(WS-RPT-IDX)
                   - WS-RPT-DATAW(WS-RPT-IDX)
               IF WS-RPT-PADW > 0
                   MOVE WS-RPT-PADW TO WS-RPT-W-DISP
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "           05 FILLER PIC X("
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RPT-W-DISP)
                              DELIMITED BY SIZE
                          ") VALUE SPACES." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.
           MOVE "       01  TotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(18) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ENREGISTREMENTS : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-RECORDS PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  GrandTotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 GT-LABEL PIC X(38)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 GT-VALUE PIC -9(11).9(2)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-REPORT-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT ReportFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   READ InputFile INTO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Print-Detail-Line"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Print-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE ReportFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Print-Detail-Line." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF LineCount > 60" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Print-Page-Heading"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-RPT-IDX))
                          DELIMITED BY SIZE
                      " TO DET-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               IF WS-RPT-ISNUM(WS-RPT-IDX) = 'Y'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               ADD " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-RPT-IDX))
                              DELIMITED BY SIZE
                          " TO TOT-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                              DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.
           MOVE "               WRITE ReportLine FROM DetailLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO LineCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO RecordCount." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Print-Page-Heading." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO PageCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE PageCount TO HDR-PAGE-NUM"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine FROM PageHeading"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine FROM ColumnHeading"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 3 TO LineCount." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Print-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE RecordCount TO TOT-RECORDS"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine FROM TotalLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-HOSTVAR-COUNT
               IF WS-RPT-ISNUM(WS-RPT-IDX) = 'Y'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               MOVE " DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          "TOTAL " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                              DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          " TO GT-LABEL" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               MOVE TOT-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-RPT-IDX))
                              DELIMITED BY SIZE
                          " TO GT-VALUE" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               WRITE ReportLine FROM "
                              DELIMITED BY SIZE
                          "GrandTotalLine" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE "       END PROGRAM rapport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-CRUD-PROGRAM.
           DISPLAY WS-UI-TXT(67)
               LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               MOVE "maitre.dat" TO WS-GEN-DEFAULT-OUT
               PERFORM ACCEPT-OUTPUT-DATASET
               MOVE "maintena" TO WS-RUNLOG-PGM
               MOVE "ZERO" TO WS-RUNLOG-READSRC
               MOVE "ZERO" TO WS-RUNLOG-WRITESRC
               MOVE "MasterStatus" TO WS-RUNLOG-STATSRC
               PERFORM WRITE-CRUD-HEADER-PART
               PERFORM WRITE-CRUD-DATA-PART
               PERFORM WRITE-CRUD-SCREEN-PART
               PERFORM WRITE-CRUD-PROC-PART
           END-IF.

       WRITE-CRUD-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. maintenance." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT MasterFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS INDEXED"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ACCESS MODE IS RANDOM"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   RECORD KEY IS "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-REF(1))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS MasterStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CRUD-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE "       FD  MasterFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ActionCode     PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MasterStatus   PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           MOVE "       01  WS-SAISIE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               IF WS-HOSTVAR-PIC(WS-HOSTVAR-IDX) = SPACES
                   STRING "           05 WS-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME
                              (WS-HOSTVAR-IDX)) DELIMITED BY SIZE
                          " PIC X(10)." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   STRING "           05 WS-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME
                              (WS-HOSTVAR-IDX)) DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-PIC
                              (WS-HOSTVAR-IDX)) DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CRUD-SCREEN-PART.
           MOVE "       SCREEN SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MaintScreen." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               COMPUTE WS-PIC-NUM = 2 + WS-HOSTVAR-IDX
               MOVE WS-PIC-NUM TO WS-RPT-W-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "           05 FILLER PIC X(30) VALUE "
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-W-DISP) DELIMITED BY SIZE
                      " COL 5." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               IF WS-HOSTVAR-PIC(WS-HOSTVAR-IDX) = SPACES
                   STRING "           05 PIC X(10) USING WS-"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME
                              (WS-HOSTVAR-IDX)) DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   STRING "           05 PIC " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-PIC
                              (WS-HOSTVAR-IDX)) DELIMITED BY SIZE
                          " USING WS-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME
                              (WS-HOSTVAR-IDX)) DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-W-DISP) DELIMITED BY SIZE
                      " COL 40." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CRUD-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN I-O MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF MasterStatus = " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "35" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN OUTPUT MasterFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CLOSE MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN I-O MasterFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL ActionCode = 'Q'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DISPLAY MaintScreen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ACCEPT MaintScreen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "A=Ajout C=Consult M=Maj S=Suppr Q=Quitter:"
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " LINE 20" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ACCEPT ActionCode LINE 20 COL 60"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   EVALUATE ActionCode"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN 'A'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Add-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN 'C'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Inquire-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN 'M'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Update-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN 'S'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Delete-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Add-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CRUD-MOVES-TO-RECORD.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               WRITE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COPYBOOK-RECORD-NAME)
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Cle deja presente" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " LINE 22" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-WRITE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Inquire-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CRUD-KEY-MOVE.
           MOVE "               READ MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Enregistrement introuvable" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " LINE 22" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Load-Screen-Fields"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Update-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CRUD-KEY-MOVE.
           MOVE "               READ MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Enregistrement introuvable" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " LINE 22" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Apply-Screen-Fields"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       REWRITE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COPYBOOK-RECORD-NAME)
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Delete-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CRUD-KEY-MOVE.
           MOVE "               DELETE MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Enregistrement introuvable" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " LINE 22" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-DELETE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Load-Screen-Fields." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      " TO WS-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Apply-Screen-Fields." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CRUD-MOVES-TO-RECORD.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       END PROGRAM maintenance." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CRUD-MOVES-TO-RECORD.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE WS-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       WRITE-CRUD-KEY-MOVE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE WS-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(1))
                      DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-REF(1))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-VALIDATION-PROGRAM.
           DISPLAY WS-UI-TXT(120) LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               MOVE "fichier.dat" TO WS-GEN-INFILE
               PERFORM ACCEPT-INPUT-DATASET
               MOVE "accepte.dat" TO WS-GEN-DEFAULT-OUT
               PERFORM ACCEPT-OUTPUT-DATASET
               DISPLAY WS-UI-TXT(119) LINE 23
               MOVE SPACES TO WS-VAL-REJFILE
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-VAL-REJFILE
               IF WS-VAL-REJFILE = SPACES
                   MOVE "rejet.dat" TO WS-VAL-REJFILE
               END-IF
               IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
                   MOVE WS-COPYBOOK-RECORD-NAME TO WS-GEN-RECNAME
               ELSE
                   MOVE "RECORD-AREA" TO WS-GEN-RECNAME
               END-IF
               MOVE WS-GEN-INFILE TO WS-MRT-DATASET
               MOVE "ReadCount" TO WS-RT-COUNTER
               PERFORM LOAD-RECORD-TYPES
               IF WS-RT-COUNT > 0 AND WS-RT-MAIN = 0
                   DISPLAY WS-UI-TXT(227) " " WS-SRC-COPYBOOK LINE 24
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM RAISE-RUN-SEVERITY
                   MOVE 0 TO WS-RT-COUNT
               END-IF
               PERFORM ACCEPT-VALIDATION-RULES
               MOVE "controle" TO WS-RUNLOG-PGM
               MOVE "ReadCount" TO WS-RUNLOG-READSRC
               MOVE "AcceptCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               PERFORM WRITE-VAL-HEADER-PART
               PERFORM WRITE-VAL-DATA-PART
               PERFORM WRITE-VAL-PROC-PART
           END-IF.

       ACCEPT-VALIDATION-RULES.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-HOSTVAR-COUNT
               MOVE SPACE TO WS-VAL-RULE(WS-VAL-IDX)
               MOVE SPACES TO WS-VAL-LIST(WS-VAL-IDX)
               DISPLAY WS-HOSTVAR-NAME(WS-VAL-IDX) LINE 16 COL 5
               DISPLAY WS-UI-TXT(117) LINE 17
               MOVE 17 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-VAL-RULE(WS-VAL-IDX)
               IF WS-VAL-RULE(WS-VAL-IDX) = 'n'
                   MOVE 'N' TO WS-VAL-RULE(WS-VAL-IDX)
               END-IF
               IF WS-VAL-RULE(WS-VAL-IDX) = 'd'
                   MOVE 'D' TO WS-VAL-RULE(WS-VAL-IDX)
               END-IF
               IF WS-VAL-RULE(WS-VAL-IDX) = 'l'
                   MOVE 'L' TO WS-VAL-RULE(WS-VAL-IDX)
               END-IF
               IF WS-VAL-RULE(WS-VAL-IDX) = 'e'
                   MOVE 'E' TO WS-VAL-RULE(WS-VAL-IDX)
               END-IF
               IF WS-VAL-RULE(WS-VAL-IDX) = 'L'
                   DISPLAY WS-UI-TXT(118) LINE 18
                   MOVE 18 TO WS-ANS-LINE
                   MOVE 60 TO WS-ANS-COL
                   PERFORM GET-SCREEN-ANSWER
                   MOVE WS-ANS-VALUE TO WS-VAL-LIST(WS-VAL-IDX)
               END-IF
           END-PERFORM.

       WRITE-VAL-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. controle." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT AcceptFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT RejectFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-REJFILE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT ErrorReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "controle.rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-VAL-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputRecord    PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  AcceptFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  AcceptRecord   PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  RejectFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectRecord   PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  ErrorReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ErrorLine      PIC X(100)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               PERFORM EMIT-RECTYPE-WORK-AREAS
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "           COPY " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RecordOk       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  AcceptCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           MOVE "       01  ErrorDetail." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ERR-RECNUM   PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ERR-FIELD    PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ERR-REASON   PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-LABEL    PIC X(12)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-VALUE    PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-VAL-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT AcceptFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT ErrorReport"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               MOVE
               "                   READ InputFile INTO RecordBuffer"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   READ InputFile INTO "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               MOVE "                           PERFORM Dispatch-Record"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           PERFORM Route-Record"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE
               "                           PERFORM Validate-Record"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE AcceptFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE ErrorReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RejectCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               MOVE "               PERFORM Check-Structure"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Validate-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'Y' TO RecordOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-VAL-FIELD-CHECK
           END-PERFORM.
           MOVE "               IF RecordOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO AcceptCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WRITE AcceptRecord FROM "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO RejectCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WRITE RejectRecord FROM "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Flag-Error." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO RecordOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE ReadCount TO ERR-RECNUM"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ErrorLine FROM ErrorDetail."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-VAL-TOTAL-LINES.

       WRITE-VAL-FIELD-CHECK.
           EVALUATE WS-VAL-RULE(WS-VAL-IDX)
               WHEN 'N'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               IF " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-VAL-IDX))
                              DELIMITED BY SIZE
                          " IS NOT NUMERIC" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE "NON NUMERIQUE" TO WS-VAL-TOKEN(1)
                   PERFORM WRITE-VAL-ERROR-BLOCK
               WHEN 'D'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               IF " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-VAL-IDX))
                              DELIMITED BY SIZE
                          " IS NOT NUMERIC" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   PERFORM WRITE-VAL-DATE-CONDITIONS
                   MOVE "DATE INVALIDE" TO WS-VAL-TOKEN(1)
                   PERFORM WRITE-VAL-ERROR-BLOCK
               WHEN 'L'
                   PERFORM WRITE-VAL-LIST-CONDITION
                   MOVE "HORS LISTE" TO WS-VAL-TOKEN(1)
                   PERFORM WRITE-VAL-ERROR-BLOCK
               WHEN 'E'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               IF " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-VAL-IDX))
                              DELIMITED BY SIZE
                          " = SPACES" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE "VIDE" TO WS-VAL-TOKEN(1)
                   PERFORM WRITE-VAL-ERROR-BLOCK
           END-EVALUATE.

       WRITE-VAL-DATE-CONDITIONS.
           IF WS-HOSTVAR-DIG(WS-VAL-IDX) > 0
               MOVE WS-HOSTVAR-DIG(WS-VAL-IDX) TO WS-VAL-DLEN
           ELSE
               MOVE WS-HOSTVAR-LEN(WS-VAL-IDX) TO WS-VAL-DLEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-VAL-DLEN >= 8
                   MOVE 5 TO WS-VAL-MM-POS
                   MOVE 7 TO WS-VAL-JJ-POS
                   PERFORM WRITE-VAL-RANGE-CONDITIONS
               WHEN WS-VAL-DLEN = 6
                   MOVE 3 TO WS-VAL-MM-POS
                   MOVE 5 TO WS-VAL-JJ-POS
                   PERFORM WRITE-VAL-RANGE-CONDITIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-VAL-RANGE-CONDITIONS.
           MOVE WS-VAL-MM-POS TO WS-VAL-POS-DISP.
           MOVE "<" TO WS-VAL-OP.
           MOVE "01" TO WS-VAL-LIM.
           PERFORM WRITE-ONE-DATE-CONDITION.
           MOVE ">" TO WS-VAL-OP.
           MOVE "12" TO WS-VAL-LIM.
           PERFORM WRITE-ONE-DATE-CONDITION.
           MOVE WS-VAL-JJ-POS TO WS-VAL-POS-DISP.
           MOVE "<" TO WS-VAL-OP.
           MOVE "01" TO WS-VAL-LIM.
           PERFORM WRITE-ONE-DATE-CONDITION.
           MOVE ">" TO WS-VAL-OP.
           MOVE "31" TO WS-VAL-LIM.
           PERFORM WRITE-ONE-DATE-CONDITION.

       WRITE-ONE-DATE-CONDITION.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   OR " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-REF(WS-VAL-IDX))
                      DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  WS-VAL-POS-DISP DELIMITED BY SIZE
                  ":2) " DELIMITED BY SIZE
                  WS-VAL-OP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-VAL-LIM DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-VAL-LIST-CONDITION.
           MOVE SPACES TO WS-VAL-TOKEN(1).
           MOVE SPACES TO WS-VAL-TOKEN(2).
           MOVE SPACES TO WS-VAL-TOKEN(3).
           MOVE SPACES TO WS-VAL-TOKEN(4).
           MOVE SPACES TO WS-VAL-TOKEN(5).
           UNSTRING WS-VAL-LIST(WS-VAL-IDX) DELIMITED BY "/"
               INTO WS-VAL-TOKEN(1) WS-VAL-TOKEN(2) WS-VAL-TOKEN(3)
                   WS-VAL-TOKEN(4) WS-VAL-TOKEN(5)
           END-UNSTRING.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-REF(WS-VAL-IDX))
                      DELIMITED BY SIZE
                  " NOT = " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-VAL-TOK-IDX FROM 2 BY 1
               UNTIL WS-VAL-TOK-IDX > 5
               IF WS-VAL-TOKEN(WS-VAL-TOK-IDX) NOT = SPACES
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                   AND " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-VAL-IDX))
                              DELIMITED BY SIZE
                          " NOT = " DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VAL-TOKEN(WS-VAL-TOK-IDX))
                              DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.

       WRITE-VAL-ERROR-BLOCK.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-VAL-IDX))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ERR-FIELD" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ERR-REASON" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Flag-Error" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-VAL-TOTAL-LINES.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "LUS       :" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO TOT-LABEL" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE ReadCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ErrorLine FROM TotalLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ACCEPTES  :" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO TOT-LABEL" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE AcceptCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ErrorLine FROM TotalLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "REJETES   :" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO TOT-LABEL" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE RejectCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ErrorLine FROM TotalLine."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               PERFORM WRITE-VAL-ROUTE-PARA
               PERFORM EMIT-RECTYPE-DISPATCH
           END-IF.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE "       END PROGRAM controle." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-VAL-ROUTE-PARA.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Route-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE TypeIndex" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-RT-MAIN TO WS-RT-IDX-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Validate-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO RejectCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                       WRITE RejectRecord FROM RecordBuffer"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO AcceptCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                       WRITE AcceptRecord FROM RecordBuffer"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-COMPARE-PROGRAM.
           DISPLAY WS-UI-TXT(124) LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM ACCEPT-INDEXED-KEYS
               DISPLAY WS-UI-TXT(122) LINE 23
               MOVE SPACES TO WS-CMP-OLDFILE
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CMP-OLDFILE
               IF WS-CMP-OLDFILE = SPACES
                   MOVE "ancien.dat" TO WS-CMP-OLDFILE
               END-IF
               DISPLAY WS-UI-TXT(123) LINE 23
               MOVE SPACES TO WS-CMP-NEWFILE
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CMP-NEWFILE
               IF WS-CMP-NEWFILE = SPACES
                   MOVE "nouveau.dat" TO WS-CMP-NEWFILE
               END-IF
               MOVE 1 TO WS-CMP-KEYIDX
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-HOSTVAR-COUNT
                   IF WS-HOSTVAR-NAME(WS-CMP-IDX)
                           = WS-IDX-RECORD-KEY
                       OR WS-HOSTVAR-REF(WS-CMP-IDX)
                           = WS-IDX-RECORD-KEY
                       MOVE WS-CMP-IDX TO WS-CMP-KEYIDX
                   END-IF
               END-PERFORM
               MOVE WS-HOSTVAR-LEN(WS-CMP-KEYIDX)
                   TO WS-CMP-KLEN-DISP
               MOVE "compfich" TO WS-RUNLOG-PGM
               MOVE "ZERO" TO WS-RUNLOG-READSRC
               MOVE "ZERO" TO WS-RUNLOG-WRITESRC
               MOVE SPACES TO WS-RUNLOG-STATSRC
               MOVE "compfich" TO WS-CKP-PGM
               MOVE "OldCount" TO WS-CKP-COUNTSRC
               MOVE "NewCount" TO WS-CKP-COUNT2SRC
               MOVE "OldKey" TO WS-CKP-KEYSRC
               MOVE 132 TO WS-CKP-WORKLEN
               MOVE 3 TO WS-CKP-TOT-COUNT
               MOVE "AddedCount" TO WS-CKP-TOTSRC(1)
               MOVE "DeletedCount" TO WS-CKP-TOTSRC(2)
               MOVE "ChangedCount" TO WS-CKP-TOTSRC(3)
               MOVE 1 TO WS-CKP-OUT-COUNT
               MOVE "DiffReport" TO WS-CKP-OUTFILE(1)
               MOVE "ReportLine" TO WS-CKP-OUTREC(1)
               MOVE "DiffCount" TO WS-CKP-OUTCNT(1)
               IF WS-CKP-INTERVAL > 0
                   PERFORM RECORD-CHECKPOINT-DD
               END-IF
               PERFORM WRITE-CMP-HEADER-PART
               PERFORM WRITE-CMP-DATA-PART
               PERFORM WRITE-CMP-PROC-PART
           END-IF.

       WRITE-CMP-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. compfich." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OldFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-OLDFILE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT NewFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-NEWFILE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT DiffReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ecarts.rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-SELECT
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CMP-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  OldFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  OldFileRecord  PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  NewFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NewFileRecord  PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  DiffReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine     PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-FD
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  OldRec         PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NewRec         PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  OldKey         PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-KLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  NewKey         PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-KLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOld         PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndNew         PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RecChanged     PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  AddedCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  DeletedCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ChangedCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           IF WS-CKP-INTERVAL > 0
               MOVE "       01  OldCount       PIC 9(9) VALUE 0."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       01  NewCount       PIC 9(9) VALUE 0."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       01  DiffCount      PIC 9(9) VALUE 0."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               PERFORM WRITE-CKP-WS
           END-IF.
           MOVE "       01  KeyLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER       PIC X(9) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CLE     :" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 KEY-VALUE    PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-KLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MoveLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 MOVE-LABEL   PIC X(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 MOVE-KEY     PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-KLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  DiffDetail." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X(4) VALUE SPACES."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 DIF-FIELD    PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER       PIC X(8) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " AVANT: " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 DIF-OLD      PIC X(40)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER       PIC X(8) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " APRES: " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 DIF-NEW      PIC X(40)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-LABEL    PIC X(12)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-VALUE    PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CMP-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           IF WS-CKP-INTERVAL > 0
               MOVE "               PERFORM Check-Restart"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               OPEN INPUT OldFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT NewFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-OPEN-OUTPUTS
           ELSE
               MOVE "               OPEN OUTPUT DiffReport"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               PERFORM Read-Old" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Read-New" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               IF RestartMode = 'O'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   PERFORM Skip-To-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               PERFORM UNTIL EndOld = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AND EndNew = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   EVALUATE TRUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN EndOld = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Report-Added"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Read-New"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN EndNew = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Report-Deleted"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Read-Old"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN OldKey < NewKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Report-Deleted"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Read-Old"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN OldKey > NewKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Report-Added"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Read-New"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Compare-Fields"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Read-Old"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Read-New"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "                   IF EndOld = 'N'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       AND EndNew = 'N'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       PERFORM Take-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OldFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE NewFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE DiffReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               PERFORM Clear-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               IF AddedCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OR DeletedCount > 0"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OR ChangedCount > 0"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CMP-READ-PARAS.
           PERFORM WRITE-CMP-FIELD-PARAS.

       WRITE-CMP-READ-PARAS.
           MOVE "       Read-Old." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ OldFile INTO OldRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO EndOld"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE HIGH-VALUES TO OldKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "                       ADD 1 TO OldCount"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-CMP-KEYIDX) + 1.
           MOVE WS-PIC-NUM TO WS-CMP-POS-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE OldRec("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-KLEN-DISP) DELIMITED BY SIZE
                  ") TO OldKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Read-New." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ NewFile INTO NewRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO EndNew"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE HIGH-VALUES TO NewKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "                       ADD 1 TO NewCount"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE NewRec("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-KLEN-DISP) DELIMITED BY SIZE
                  ") TO NewKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CMP-FIELD-PARAS.
           MOVE "       Compare-Fields." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO RecChanged"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-CMP-ONE-FIELD
           END-PERFORM.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Flag-Changed." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RecChanged = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'Y' TO RecChanged"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO ChangedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE NewKey TO KEY-VALUE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE ReportLine FROM KeyLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "                   ADD 1 TO DiffCount"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               WRITE ReportLine FROM DiffDetail"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ADD 1 TO DiffCount." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               WRITE ReportLine FROM DiffDetail."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Report-Added." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO AddedCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "AJOUTE  :" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO MOVE-LABEL" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE NewKey TO MOVE-KEY"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               WRITE ReportLine FROM MoveLine"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ADD 1 TO DiffCount." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               WRITE ReportLine FROM MoveLine."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Report-Deleted." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO DeletedCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "SUPPRIME:" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO MOVE-LABEL" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE OldKey TO MOVE-KEY"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               WRITE ReportLine FROM MoveLine"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ADD 1 TO DiffCount." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               WRITE ReportLine FROM MoveLine."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "AJOUTES   :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE AddedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "SUPPRIMES :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE DeletedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "MODIFIES  :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE ChangedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-PARAS
               PERFORM WRITE-CMP-SKIP-PARA
           END-IF.
           MOVE "       END PROGRAM compfich." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CMP-SKIP-PARA.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Skip-To-Checkpoint." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL OldCount >= CKP-COUNT"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR EndOld = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-Old" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL NewCount >= CKP-COUNT2"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR EndNew = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-New" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF OldCount < CKP-COUNT" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OR NewCount < CKP-COUNT2"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ENTREE TROP COURTE POUR LA REPRISE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Restart-Error"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE CKP-OUTPUT1 TO DiffCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Check-Restart-Key."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CMP-TOTAL-LINE.
           MOVE WS-GEN-LINE TO WS-FMT-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO TOT-LABEL" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-FMT-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine FROM TotalLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CMP-ONE-FIELD.
           COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-CMP-IDX) + 1.
           MOVE WS-PIC-NUM TO WS-CMP-POS-DISP.
           MOVE WS-HOSTVAR-LEN(WS-CMP-IDX) TO WS-CMP-LEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF OldRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-LEN-DISP) DELIMITED BY SIZE
                  ") NOT = NewRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-LEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CMP-IDX))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO DIF-FIELD" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE OldRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-LEN-DISP) DELIMITED BY SIZE
                  ") TO DIF-OLD" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE NewRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMP-LEN-DISP) DELIMITED BY SIZE
                  ") TO DIF-NEW" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Flag-Changed"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-CSV-PROGRAM.
           DISPLAY WS-UI-TXT(127) LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               MOVE "fichier.dat" TO WS-GEN-INFILE
               PERFORM ACCEPT-INPUT-DATASET
               MOVE "extrait.csv" TO WS-GEN-DEFAULT-OUT
               PERFORM ACCEPT-OUTPUT-DATASET
               DISPLAY WS-UI-TXT(126) LINE 23
               MOVE SPACE TO WS-CSV-DELIM
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CSV-DELIM
               IF WS-CSV-DELIM = SPACE
                   MOVE ";" TO WS-CSV-DELIM
               END-IF
               IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
                   MOVE WS-COPYBOOK-RECORD-NAME TO WS-GEN-RECNAME
               ELSE
                   MOVE "RECORD-AREA" TO WS-GEN-RECNAME
               END-IF
               PERFORM ANALYZE-REPORT-FIELDS
               MOVE "extrait" TO WS-RUNLOG-PGM
               MOVE "ReadCount" TO WS-RUNLOG-READSRC
               MOVE "ReadCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               MOVE "extrait" TO WS-CKP-PGM
               MOVE "ReadCount" TO WS-CKP-COUNTSRC
               MOVE SPACES TO WS-CKP-COUNT2SRC
               MOVE WS-GEN-RECNAME TO WS-CKP-KEYSRC
               MOVE "InputFile" TO WS-CKP-INFILE
               MOVE WS-GEN-RECNAME TO WS-CKP-INTO
               MOVE 1000 TO WS-CKP-WORKLEN
               MOVE 0 TO WS-CKP-TOT-COUNT
               MOVE 1 TO WS-CKP-OUT-COUNT
               MOVE "CsvFile" TO WS-CKP-OUTFILE(1)
               MOVE "CsvRecord" TO WS-CKP-OUTREC(1)
               MOVE "ReadCount + 1" TO WS-CKP-OUTCNT(1)
               IF WS-CKP-INTERVAL > 0
                   PERFORM RECORD-CHECKPOINT-DD
               END-IF
               PERFORM WRITE-CSV-HEADER-PART
               PERFORM WRITE-CSV-DATA-PART
               PERFORM WRITE-CSV-PROC-PART
           END-IF.

       WRITE-CSV-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. extrait." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT CsvFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-SELECT
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CSV-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputRecord    PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  CsvFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CsvRecord      PIC X(1000)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-FD
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CsvLine        PIC X(1000)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CsvPtr         PIC 9(4)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-WS
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CsvDelim       PIC X VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-CSV-DELIM DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
               UNTIL WS-CSV-IDX > WS-HOSTVAR-COUNT
               IF WS-RPT-ISNUM(WS-CSV-IDX) = 'Y'
                   MOVE WS-CSV-IDX TO WS-RPT-IDX
                   PERFORM BUILD-REPORT-EDIT-PIC
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "       01  CSV-W-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CSV-IDX))
                              DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RPT-EDIT-PIC)
                              DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CSV-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           IF WS-CKP-INTERVAL > 0
               MOVE "               PERFORM Check-Restart"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-OPEN-OUTPUTS
               MOVE "               IF RestartMode = 'O'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   PERFORM Skip-To-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   PERFORM Write-Csv-Header"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               OPEN OUTPUT CsvFile" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               PERFORM Write-Csv-Header"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   READ InputFile INTO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Write-Csv-Detail"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "                           PERFORM Take-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE CsvFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               PERFORM Clear-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "LIGNES EXTRAITES : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " ReadCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Csv-Header." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO CsvLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 1 TO CsvPtr" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
               UNTIL WS-CSV-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "               STRING " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CSV-IDX))
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " DELIMITED BY SIZE" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               IF WS-CSV-IDX < WS-HOSTVAR-COUNT
                   MOVE
                   "                   CsvDelim DELIMITED BY SIZE"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
               MOVE
               "                   INTO CsvLine WITH POINTER CsvPtr"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-STRING" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "               WRITE CsvRecord FROM CsvLine."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Csv-Detail." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO CsvLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 1 TO CsvPtr" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
               UNTIL WS-CSV-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-CSV-DETAIL-FIELD
           END-PERFORM.
           MOVE "               WRITE CsvRecord FROM CsvLine."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-PARAS
               PERFORM WRITE-CKP-SKIP-PARA
           END-IF.
           MOVE "       END PROGRAM extrait." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CSV-DETAIL-FIELD.
           IF WS-RPT-ISNUM(WS-CSV-IDX) = 'Y'
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-CSV-IDX))
                          DELIMITED BY SIZE
                      " TO CSV-W-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CSV-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               STRING CSV-W-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CSV-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   DELIMITED BY SIZE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               STRING QUOTE DELIMITED BY SIZE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-CSV-IDX))
                          DELIMITED BY SIZE
                      " DELIMITED BY SIZE" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   QUOTE DELIMITED BY SIZE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           IF WS-CSV-IDX < WS-HOSTVAR-COUNT
               MOVE "                   CsvDelim DELIMITED BY SIZE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   INTO CsvLine WITH POINTER CsvPtr"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GET-SCREEN-ANSWER.
           MOVE SPACES TO WS-ANS-VALUE.
           IF WS-PRF-MODE = 'P'
               ADD 1 TO WS-PRF-PTR
               IF WS-PRF-PTR <= WS-PRF-COUNT
                   MOVE WS-PRF-ANSWER(WS-PRF-PTR) TO WS-ANS-VALUE
               ELSE
                   MOVE 'Y' TO WS-PRF-MISSING
               END-IF
           ELSE
               IF WS-RUN-MODE = 'B'
                   MOVE 'Y' TO WS-PRF-MISSING
               ELSE
                   ACCEPT WS-ANS-VALUE
                       LINE WS-ANS-LINE COL WS-ANS-COL
                   IF WS-PRF-COUNT < 100
                       ADD 1 TO WS-PRF-COUNT
                       MOVE WS-ANS-VALUE
                           TO WS-PRF-ANSWER(WS-PRF-COUNT)
                   END-IF
               END-IF
           END-IF.

       GET-SCREEN-NUMBER.
           PERFORM GET-SCREEN-ANSWER.
           MOVE 0 TO WS-ANS-NUM.
           PERFORM VARYING WS-ANS-I FROM 1 BY 1
               UNTIL WS-ANS-I > 5
               IF WS-ANS-VALUE(WS-ANS-I:1) IS NUMERIC
                   MOVE WS-ANS-VALUE(WS-ANS-I:1) TO WS-ANS-DIGIT-X
                   COMPUTE WS-ANS-NUM
                       = WS-ANS-NUM * 10 + WS-ANS-DIGIT-9
               END-IF
           END-PERFORM.

       SAVE-GENERATION-PROFILE.
           DISPLAY WS-UI-TXT(137) LINE 14.
           IF WS-RUN-MODE = 'B'
               DISPLAY WS-UI-TXT(29) LINE 24
           ELSE
               IF WS-PRF-LAST-COUNT = 0
                   DISPLAY WS-UI-TXT(136) LINE 24
               ELSE
                   DISPLAY WS-UI-TXT(133) LINE 15
                   MOVE SPACES TO WS-PRF-NAME
                   ACCEPT WS-PRF-NAME LINE 15 COL 45
                   IF WS-PRF-NAME = SPACES
                       MOVE WS-APP-NAME TO WS-PRF-NAME
                   END-IF
                   PERFORM WRITE-PROFILE-FILE
               END-IF
           END-IF.

       WRITE-PROFILE-FILE.
           MOVE SPACES TO WS-PRF-FILENAME.
           STRING FUNCTION TRIM(WS-PRF-NAME) DELIMITED BY SIZE
                  ".prf" DELIMITED BY SIZE
                  INTO WS-PRF-FILENAME
           END-STRING.
           OPEN OUTPUT PRFFILE.
           MOVE SPACES TO PRF-RECORD.
           MOVE WS-PRF-LAST-CHOICE TO PRF-RECORD(1:2).
           IF WS-PRF-LAST-CHKPT > 0
               MOVE WS-PRF-LAST-CHKPT TO PRF-RECORD(4:7)
           END-IF.
           WRITE PRF-RECORD.
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PRF-LAST-COUNT
               MOVE WS-PRF-LAST-ANSWER(WS-PRF-IDX) TO PRF-RECORD
               WRITE PRF-RECORD
           END-PERFORM.
           CLOSE PRFFILE.
           MOVE SPACES TO WS-MSG.
           STRING FUNCTION TRIM(WS-UI-TXT(134)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRF-FILENAME) DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           DISPLAY WS-MSG LINE 24.

       REPLAY-GENERATION-PROFILE.
           DISPLAY WS-UI-TXT(139) LINE 14.
           IF WS-RUN-MODE = 'B'
               DISPLAY WS-UI-TXT(29) LINE 24
           ELSE
               DISPLAY WS-UI-TXT(133) LINE 15
               MOVE SPACES TO WS-PRF-NAME
               ACCEPT WS-PRF-NAME LINE 15 COL 45
               MOVE SPACES TO WS-PRF-FILENAME
               STRING FUNCTION TRIM(WS-PRF-NAME) DELIMITED BY SIZE
                      ".prf" DELIMITED BY SIZE
                      INTO WS-PRF-FILENAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-PRF-FILENAME
                   WS-CPY-FILE-DETAILS
                   RETURNING WS-CPY-CHECK-RC
               END-CALL
               IF WS-CPY-CHECK-RC NOT = 0
                   MOVE SPACES TO WS-MSG
                   STRING FUNCTION TRIM(WS-UI-TXT(135))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PRF-FILENAME)
                              DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
                   DISPLAY WS-MSG LINE 24
               ELSE
                   PERFORM LOAD-PROFILE-FILE
               END-IF
           END-IF.

       LOAD-PROFILE-FILE.
           MOVE 0 TO WS-PRF-COUNT.
           MOVE 0 TO WS-PRF-PTR.
           MOVE 'N' TO WS-PRF-MISSING.
           MOVE SPACES TO WS-PRF-CHOICE.
           MOVE 'N' TO WS-PRF-EOF.
           OPEN INPUT PRFFILE.
           READ PRFFILE
               AT END
                   MOVE 'Y' TO WS-PRF-EOF
               NOT AT END
                   MOVE PRF-RECORD(1:2) TO WS-PRF-CHOICE
                   IF PRF-RECORD(4:7) NOT = SPACES
                       MOVE PRF-RECORD(4:7) TO WS-CKP-INPUT
                       PERFORM CONVERT-CHECKPOINT-INTERVAL
                   END-IF
           END-READ.
           PERFORM UNTIL WS-PRF-EOF = 'Y'
               READ PRFFILE
                   AT END
                       MOVE 'Y' TO WS-PRF-EOF
                   NOT AT END
                       IF WS-PRF-COUNT < 100
                           ADD 1 TO WS-PRF-COUNT
                           MOVE PRF-RECORD
                               TO WS-PRF-ANSWER(WS-PRF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRFFILE.
           IF WS-PRF-CHOICE NOT = SPACES
               MOVE 'P' TO WS-PRF-MODE
           END-IF.

       ACCEPT-SORT-KEYS.
           MOVE 0 TO WS-TRI-COUNT.
           IF WS-HOSTVAR-COUNT > 0
               DISPLAY WS-UI-TXT(129) LINE 15
               PERFORM LIST-COPYBOOK-FIELDS
               MOVE 99 TO WS-TRI-NUM
               PERFORM UNTIL WS-TRI-NUM = 0 OR WS-TRI-COUNT >= 5
                   DISPLAY WS-UI-TXT(130) LINE 22
                   MOVE 0 TO WS-TRI-NUM
                   MOVE 22 TO WS-ANS-LINE
                   MOVE 60 TO WS-ANS-COL
                   PERFORM GET-SCREEN-NUMBER
                   MOVE WS-ANS-NUM TO WS-TRI-NUM
                   MOVE 'N' TO WS-TRI-DUP
                   PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
                       UNTIL WS-TRI-IDX > WS-TRI-COUNT
                       IF WS-TRI-FLDIDX(WS-TRI-IDX) = WS-TRI-NUM
                           MOVE 'Y' TO WS-TRI-DUP
                       END-IF
                   END-PERFORM
                   IF WS-TRI-NUM > 0 AND WS-TRI-DUP = 'Y'
                       DISPLAY WS-UI-TXT(42) LINE 24
                   END-IF
                   IF WS-TRI-NUM > 0
                       AND WS-TRI-NUM <= WS-HOSTVAR-COUNT
                       AND WS-TRI-DUP = 'N'
                       ADD 1 TO WS-TRI-COUNT
                       MOVE WS-TRI-NUM
                           TO WS-TRI-FLDIDX(WS-TRI-COUNT)
                       DISPLAY WS-UI-TXT(131) LINE 23
                       MOVE 'A' TO WS-TRI-ORDER(WS-TRI-COUNT)
                       MOVE 23 TO WS-ANS-LINE
                       MOVE 60 TO WS-ANS-COL
                       PERFORM GET-SCREEN-ANSWER
                       MOVE WS-ANS-VALUE TO WS-TRI-ORDER(WS-TRI-COUNT)
                       IF WS-TRI-ORDER(WS-TRI-COUNT) = 'd'
                           MOVE 'D' TO WS-TRI-ORDER(WS-TRI-COUNT)
                       END-IF
                       IF WS-TRI-ORDER(WS-TRI-COUNT) NOT = 'D'
                           MOVE 'A' TO WS-TRI-ORDER(WS-TRI-COUNT)
                       END-IF
                   ELSE
                       IF WS-TRI-DUP = 'N'
                           MOVE 0 TO WS-TRI-NUM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LIST-COPYBOOK-FIELDS.
           PERFORM VARYING WS-TRI-NUM FROM 1 BY 1
               UNTIL WS-TRI-NUM > WS-HOSTVAR-COUNT
                   OR WS-TRI-NUM > 12
               IF WS-TRI-NUM < 7
                   DISPLAY WS-TRI-NUM " - "
                       WS-HOSTVAR-NAME(WS-TRI-NUM)
                       LINE (15 + WS-TRI-NUM)
               ELSE
                   DISPLAY WS-TRI-NUM " - "
                       WS-HOSTVAR-NAME(WS-TRI-NUM)
                       LINE (9 + WS-TRI-NUM) COL 42
               END-IF
           END-PERFORM.

       EMIT-TEMPLATE-GEN-LINE.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           ADD 1 TO WS-TPL-EXPANDED.

       EMIT-SORT-KEY-DEFS.
           IF WS-TRI-COUNT = 0
               MOVE "               05 SortKey1     PIC X(10)."
                   TO WS-SQL-LINE
               PERFORM EMIT-TEMPLATE-GEN-LINE
               MOVE "               05 FILLER       PIC X(190)."
                   TO WS-SQL-LINE
               PERFORM EMIT-TEMPLATE-GEN-LINE
           ELSE
               MOVE 0 TO WS-TRI-PREV-END
               PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
                   UNTIL WS-TRI-IDX > WS-TRI-COUNT
                   MOVE 'N' TO WS-TRI-DONE(WS-TRI-IDX)
               END-PERFORM
               PERFORM VARYING WS-TRI-PASS FROM 1 BY 1
                   UNTIL WS-TRI-PASS > WS-TRI-COUNT
                   PERFORM EMIT-NEXT-SORT-KEY-DEF
               END-PERFORM
               IF WS-TRI-PREV-END < 200
                   COMPUTE WS-TRI-GAP = 200 - WS-TRI-PREV-END
                   MOVE WS-TRI-GAP TO WS-TRI-LEN-DISP
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               05 FILLER       PIC X("
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRI-LEN-DISP)
                              DELIMITED BY SIZE
                          ")." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   PERFORM EMIT-TEMPLATE-GEN-LINE
               END-IF
           END-IF.

       EMIT-NEXT-SORT-KEY-DEF.
           MOVE 0 TO WS-TRI-BEST.
           MOVE 99999 TO WS-TRI-BESTOFF.
           PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
               UNTIL WS-TRI-IDX > WS-TRI-COUNT
               IF WS-TRI-DONE(WS-TRI-IDX) = 'N'
                   AND WS-HOSTVAR-OFF(WS-TRI-FLDIDX(WS-TRI-IDX))
                       < WS-TRI-BESTOFF
                   MOVE WS-TRI-IDX TO WS-TRI-BEST
                   MOVE WS-HOSTVAR-OFF(WS-TRI-FLDIDX(WS-TRI-IDX))
                       TO WS-TRI-BESTOFF
               END-IF
           END-PERFORM.
           IF WS-TRI-BEST > 0
               MOVE 'Y' TO WS-TRI-DONE(WS-TRI-BEST)
               IF WS-TRI-BESTOFF > WS-TRI-PREV-END
                   COMPUTE WS-TRI-GAP
                       = WS-TRI-BESTOFF - WS-TRI-PREV-END
                   MOVE WS-TRI-GAP TO WS-TRI-LEN-DISP
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               05 FILLER       PIC X("
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRI-LEN-DISP)
                              DELIMITED BY SIZE
                          ")." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   PERFORM EMIT-TEMPLATE-GEN-LINE
               END-IF
               IF WS-TRI-BESTOFF >= WS-TRI-PREV-END
                   MOVE WS-TRI-BEST TO WS-TRI-NUM-DISP
                   MOVE WS-HOSTVAR-LEN(WS-TRI-FLDIDX(WS-TRI-BEST))
                       TO WS-TRI-LEN-DISP
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               05 SortKey"
                              DELIMITED BY SIZE
                          WS-TRI-NUM-DISP DELIMITED BY SIZE
                          "      PIC X(" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRI-LEN-DISP)
                              DELIMITED BY SIZE
                          ")." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   PERFORM EMIT-TEMPLATE-GEN-LINE
                   COMPUTE WS-TRI-PREV-END = WS-TRI-BESTOFF
                       + WS-HOSTVAR-LEN(WS-TRI-FLDIDX(WS-TRI-BEST))
               END-IF
           END-IF.

       EMIT-SORT-KEY-ORDERS.
           IF WS-TRI-COUNT = 0
               MOVE "                   ON ASCENDING KEY SortKey1"
                   TO WS-SQL-LINE
               PERFORM EMIT-TEMPLATE-GEN-LINE
           ELSE
               PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
                   UNTIL WS-TRI-IDX > WS-TRI-COUNT
                   MOVE WS-TRI-IDX TO WS-TRI-NUM-DISP
                   MOVE SPACES TO WS-SQL-LINE
                   IF WS-TRI-ORDER(WS-TRI-IDX) = 'D'
                       STRING "                   ON DESCENDING KEY "
                                  DELIMITED BY SIZE
                              "SortKey" DELIMITED BY SIZE
                              WS-TRI-NUM-DISP DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   ELSE
                       STRING "                   ON ASCENDING KEY "
                                  DELIMITED BY SIZE
                              "SortKey" DELIMITED BY SIZE
                              WS-TRI-NUM-DISP DELIMITED BY SIZE
                              INTO WS-SQL-LINE
                       END-STRING
                   END-IF
                   PERFORM EMIT-TEMPLATE-GEN-LINE
               END-PERFORM
           END-IF.

       GENERATE-DUMP-PROGRAM.
           DISPLAY WS-UI-TXT(155) LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
                   MOVE WS-COPYBOOK-RECORD-NAME TO WS-GEN-RECNAME
               ELSE
                   MOVE "RECORD-AREA" TO WS-GEN-RECNAME
               END-IF
               DISPLAY WS-UI-TXT(157) LINE 16
               MOVE 16 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-DMP-MODE
               IF WS-DMP-MODE = 'i'
                   MOVE 'I' TO WS-DMP-MODE
               END-IF
               IF WS-DMP-MODE NOT = 'I'
                   MOVE 'S' TO WS-DMP-MODE
               END-IF
               DISPLAY WS-UI-TXT(22) LINE 23
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-DMP-FILE
               IF WS-DMP-FILE = SPACES
                   IF WS-DMP-MODE = 'I'
                       MOVE "maitre.dat" TO WS-DMP-FILE
                   ELSE
                       MOVE "fichier.dat" TO WS-DMP-FILE
                   END-IF
               END-IF
               IF WS-DMP-MODE = 'I'
                   PERFORM ACCEPT-INDEXED-KEYS
               ELSE
                   DISPLAY WS-UI-TXT(158) LINE 17
                   MOVE 17 TO WS-ANS-LINE
                   MOVE 60 TO WS-ANS-COL
                   PERFORM GET-SCREEN-NUMBER
                   MOVE WS-ANS-NUM TO WS-DMP-FROM
                   IF WS-DMP-FROM = 0
                       MOVE 1 TO WS-DMP-FROM
                   END-IF
                   DISPLAY WS-UI-TXT(159) LINE 18
                   MOVE 18 TO WS-ANS-LINE
                   MOVE 60 TO WS-ANS-COL
                   PERFORM GET-SCREEN-NUMBER
                   MOVE WS-ANS-NUM TO WS-DMP-TO
                   IF WS-DMP-TO = 0
                       MOVE 99999 TO WS-DMP-TO
                   END-IF
               END-IF
               MOVE 0 TO WS-RT-COUNT
               IF WS-DMP-MODE NOT = 'I'
                   MOVE WS-DMP-FILE TO WS-MRT-DATASET
                   MOVE "RecNum" TO WS-RT-COUNTER
                   PERFORM LOAD-RECORD-TYPES
               END-IF
               MOVE "visurec" TO WS-RUNLOG-PGM
               IF WS-DMP-MODE = 'I'
                   MOVE "ZERO" TO WS-RUNLOG-READSRC
                   MOVE "ZERO" TO WS-RUNLOG-WRITESRC
                   MOVE "MasterStatus" TO WS-RUNLOG-STATSRC
               ELSE
                   MOVE "RecNum" TO WS-RUNLOG-READSRC
                   MOVE "ZERO" TO WS-RUNLOG-WRITESRC
                   MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               END-IF
               PERFORM ANALYZE-REPORT-FIELDS
               PERFORM WRITE-DMP-HEADER-PART
               PERFORM WRITE-DMP-DATA-PART
               PERFORM WRITE-DMP-PROC-PART
           END-IF.

       WRITE-DMP-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. visurec." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-DMP-MODE = 'I'
               MOVE SPACES TO WS-SQL-LINE
               STRING "              SELECT MasterFile ASSIGN TO "
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DMP-FILE) DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ORGANIZATION IS INDEXED"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ACCESS MODE IS RANDOM"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   RECORD KEY IS "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDX-RECORD-KEY)
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   FILE STATUS IS MasterStatus."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "              SELECT InputFile ASSIGN TO "
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DMP-FILE) DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
               "                   ORGANIZATION IS LINE SEQUENTIAL"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   FILE STATUS IS InputStatus."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DMP-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           IF WS-DMP-MODE = 'I'
               MOVE "       FD  MasterFile." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "       COPY " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SRC-COPYBOOK)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "       FD  InputFile." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       01  InputRecord    PIC X(500)."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-DMP-MODE NOT = 'I'
               IF WS-RT-COUNT > 0
                   PERFORM EMIT-RECTYPE-WORK-AREAS
               ELSE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "           COPY " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SRC-COPYBOOK)
                              DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
               MOVE "       01  EndOfFile      PIC X VALUE 'N'."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       01  RecNum         PIC 9(9) VALUE 0."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE WS-DMP-FROM TO WS-DMP-NUM-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "       01  StartNum       PIC 9(9) VALUE "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DMP-NUM-DISP)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE WS-DMP-TO TO WS-DMP-NUM-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "       01  EndNum         PIC 9(9) VALUE "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DMP-NUM-DISP)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "       01  MasterStatus   PIC XX." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM WRITE-RUNLOG-WS.
           MOVE "       01  DumpLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 DMP-FIELD     PIC X(30)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER        PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 DMP-PIC       PIC X(14)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER        PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 DMP-VALUE     PIC X(40)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                   PERFORM WRITE-DMP-TYPE-EDIT-ITEMS
               END-PERFORM
           ELSE
               PERFORM WRITE-DMP-EDIT-ITEMS
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DMP-EDIT-ITEMS.
           PERFORM VARYING WS-DMP-IDX FROM 1 BY 1
               UNTIL WS-DMP-IDX > WS-HOSTVAR-COUNT
               IF WS-RPT-ISNUM(WS-DMP-IDX) = 'Y'
                   MOVE WS-DMP-IDX TO WS-RPT-IDX
                   PERFORM BUILD-REPORT-EDIT-PIC
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "       01  DMP-W-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-NAME(WS-DMP-IDX))
                              DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RPT-EDIT-PIC)
                              DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.

       WRITE-DMP-TYPE-EDIT-ITEMS.
           MOVE WS-RT-CPY(WS-RT-IDX) TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           PERFORM ANALYZE-REPORT-FIELDS.
           PERFORM WRITE-DMP-EDIT-ITEMS.

       WRITE-DMP-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           IF WS-DMP-MODE = 'I'
               PERFORM WRITE-DMP-INDEXED-MAIN
           ELSE
               PERFORM WRITE-DMP-SEQ-MAIN
           END-IF.
           IF WS-RT-COUNT > 0
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                   PERFORM WRITE-DMP-TYPE-PARA
               END-PERFORM
               PERFORM EMIT-RECTYPE-DISPATCH
           ELSE
               MOVE "       Dump-Record." TO WS-DMP-PARA
               PERFORM WRITE-DMP-RECORD-PARA
           END-IF.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE "       END PROGRAM visurec." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DMP-TYPE-PARA.
           MOVE WS-RT-CPY(WS-RT-IDX) TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           PERFORM ANALYZE-REPORT-FIELDS.
           MOVE WS-RT-IDX TO WS-RT-IDX-DISP.
           MOVE SPACES TO WS-DMP-PARA.
           STRING "       Dump-Record-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-DMP-PARA
           END-STRING.
           PERFORM WRITE-DMP-RECORD-PARA.

       WRITE-DMP-RECORD-PARA.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-DMP-PARA TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-DMP-IDX FROM 1 BY 1
               UNTIL WS-DMP-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-DMP-ONE-FIELD
           END-PERFORM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "----------------------------------------"
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DMP-SEQ-MAIN.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               MOVE
               "                   READ InputFile INTO RecordBuffer"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   READ InputFile INTO "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO RecNum"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               MOVE "                           PERFORM Dispatch-Record"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                           PERFORM Check-Range"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               MOVE "               PERFORM Check-Structure"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Check-Range." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RecNum >= StartNum" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AND RecNum <= EndNum"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ENREGISTREMENT " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " RecNum" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RT-COUNT > 0
               PERFORM WRITE-DMP-TYPE-SELECT
               MOVE "               END-IF." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "                   PERFORM Dump-Record"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               IF RecNum >= EndNum" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE 'Y' TO EndOfFile"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.

       WRITE-DMP-TYPE-SELECT.
           MOVE "                   EVALUATE TypeIndex" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-IDX TO WS-RT-IDX-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "                       WHEN " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                           PERFORM Dump-Record-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RT-IDX-DISP) DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "                       WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           DISPLAY RecordBuffer(1:72)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DMP-INDEXED-MAIN.
           MOVE "               OPEN INPUT MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Valeur de la cle:" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               ACCEPT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDX-RECORD-KEY) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Enregistrement introuvable" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT INVALID KEY" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Dump-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE MasterFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DMP-ONE-FIELD.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-DMP-IDX))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO DMP-FIELD" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-PIC(WS-DMP-IDX))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO DMP-PIC" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RPT-ISNUM(WS-DMP-IDX) = 'Y'
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-DMP-IDX))
                          DELIMITED BY SIZE
                      " TO DMP-W-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-DMP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE DMP-W-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-DMP-IDX))
                          DELIMITED BY SIZE
                      " TO DMP-VALUE" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-DMP-IDX))
                          DELIMITED BY SIZE
                      " TO DMP-VALUE" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               DISPLAY DumpLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-CICS-PROGRAM.
           DISPLAY WS-UI-TXT(160) LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               DISPLAY WS-UI-TXT(162) LINE 16
               MOVE 16 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CICS-TRAN
               IF WS-CICS-TRAN = SPACES
                   MOVE WS-APP-NAME(1:4) TO WS-CICS-TRAN
               END-IF
               MOVE WS-APP-NAME TO WS-CICS-MAPSET
               PERFORM ANALYZE-REPORT-FIELDS
               MOVE SPACES TO WS-BMS-FILENAME
               STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                      ".bms" DELIMITED BY SIZE
                      INTO WS-BMS-FILENAME
               END-STRING
               MOVE 'Y' TO WS-BMS-PENDING
               PERFORM WRITE-CICS-SHELL
           END-IF.

       WRITE-BMS-MAP.
           OPEN OUTPUT BMSFILE.
           MOVE SPACES TO BMS-RECORD.
           STRING WS-CICS-MAPSET DELIMITED BY SIZE
                  " DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,"
                      DELIMITED BY SIZE
                  INTO BMS-RECORD
           END-STRING.
           MOVE "X" TO BMS-RECORD(72:1).
           WRITE BMS-RECORD.
           MOVE "               STORAGE=AUTO,TIOAPFX=YES"
               TO BMS-RECORD.
           WRITE BMS-RECORD.
           MOVE "MAP1     DFHMDI SIZE=(24,80),LINE=01,COLUMN=01"
               TO BMS-RECORD.
           WRITE BMS-RECORD.
           MOVE SPACES TO BMS-RECORD.
           MOVE
           "         DFHMDF POS=(01,01),LENGTH=30,ATTRB=(ASKIP,BRT),"
               TO BMS-RECORD.
           MOVE "X" TO BMS-RECORD(72:1).
           WRITE BMS-RECORD.
           MOVE SPACES TO BMS-RECORD.
           STRING "               INITIAL='" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO BMS-RECORD
           END-STRING.
           WRITE BMS-RECORD.
           PERFORM VARYING WS-CICS-IDX FROM 1 BY 1
               UNTIL WS-CICS-IDX > WS-HOSTVAR-COUNT
                   OR WS-CICS-IDX > 18
               PERFORM WRITE-BMS-FIELD
           END-PERFORM.
           MOVE "MSGZ     DFHMDF POS=(23,01),LENGTH=60,ATTRB=(ASKIP,"
               TO BMS-RECORD.
           MOVE "X" TO BMS-RECORD(72:1).
           WRITE BMS-RECORD.
           MOVE "               BRT)" TO BMS-RECORD.
           WRITE BMS-RECORD.
           MOVE "         DFHMSD TYPE=FINAL" TO BMS-RECORD.
           WRITE BMS-RECORD.
           MOVE "         END" TO BMS-RECORD.
           WRITE BMS-RECORD.
           CLOSE BMSFILE.

       WRITE-BMS-FIELD.
           COMPUTE WS-CICS-ROW = WS-CICS-IDX + 2.
           MOVE WS-CICS-ROW TO WS-CICS-ROW-DISP.
           MOVE WS-CICS-IDX TO WS-CICS-FLD-DISP.
           MOVE SPACES TO BMS-RECORD.
           STRING "         DFHMDF POS=(" DELIMITED BY SIZE
                  WS-CICS-ROW-DISP DELIMITED BY SIZE
                  ",01),LENGTH=30,ATTRB=ASKIP," DELIMITED BY SIZE
                  INTO BMS-RECORD
           END-STRING.
           MOVE "X" TO BMS-RECORD(72:1).
           WRITE BMS-RECORD.
           MOVE SPACES TO BMS-RECORD.
           STRING "               INITIAL='" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CICS-IDX))
                      DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO BMS-RECORD
           END-STRING.
           WRITE BMS-RECORD.
           MOVE WS-RPT-DATAW(WS-CICS-IDX) TO WS-CICS-LEN-DISP.
           MOVE SPACES TO BMS-RECORD.
           STRING "FLD" DELIMITED BY SIZE
                  WS-CICS-FLD-DISP DELIMITED BY SIZE
                  "    DFHMDF POS=(" DELIMITED BY SIZE
                  WS-CICS-ROW-DISP DELIMITED BY SIZE
                  ",35),LENGTH=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CICS-LEN-DISP) DELIMITED BY SIZE
                  ",ATTRB=(UNPROT,FSET)" DELIMITED BY SIZE
                  INTO BMS-RECORD
           END-STRING.
           WRITE BMS-RECORD.
           COMPUTE WS-CICS-COL = 36 + WS-RPT-DATAW(WS-CICS-IDX).
           IF WS-CICS-COL > 79
               MOVE 79 TO WS-CICS-COL
           END-IF.
           MOVE WS-CICS-COL TO WS-CICS-COL-DISP.
           MOVE SPACES TO BMS-RECORD.
           STRING "         DFHMDF POS=(" DELIMITED BY SIZE
                  WS-CICS-ROW-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CICS-COL-DISP DELIMITED BY SIZE
                  "),LENGTH=01,ATTRB=ASKIP" DELIMITED BY SIZE
                  INTO BMS-RECORD
           END-STRING.
           WRITE BMS-RECORD.

       WRITE-CICS-SHELL.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. ecran." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "      * Map symbolique produit par l'assemblage BMS:"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "      *    COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CICS-MAPSET) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WS-RESP        PIC S9(8) COMP."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WS-MESSAGE     PIC X(60)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WS-COMMAREA." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CA-ETAT      PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       LINKAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  DFHCOMMAREA." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 LK-ETAT      PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF EIBCALEN = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE '1' TO CA-ETAT"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Send-Map" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE DFHCOMMAREA TO WS-COMMAREA"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Receive-Map"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Process-Input"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Send-Map" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EXEC CICS RETURN" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   TRANSID('" DELIMITED BY SIZE
                  WS-CICS-TRAN DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   COMMAREA(WS-COMMAREA)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EXEC." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Send-Map." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EXEC CICS SEND" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MAP('MAP1')" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CICS-MAPSET-LINE.
           MOVE "                   ERASE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   RESP(WS-RESP)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EXEC" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF WS-RESP NOT = DFHRESP(NORMAL)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Cics-Error" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Receive-Map." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EXEC CICS RECEIVE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MAP('MAP1')" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-CICS-MAPSET-LINE.
           MOVE "                   RESP(WS-RESP)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EXEC" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF WS-RESP NOT = DFHRESP(NORMAL)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AND WS-RESP NOT ="
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       DFHRESP(MAPFAIL)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Cics-Error" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Process-Input." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "      * TODO: controler les champs recus et acceder"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "      * aux fichiers de l'application."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Cics-Error." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'ERREUR CICS' TO WS-MESSAGE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EXEC CICS SEND TEXT" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FROM(WS-MESSAGE)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   LENGTH(60)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ERASE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EXEC" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EXEC CICS RETURN" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EXEC." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       END PROGRAM ecran." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CICS-MAPSET-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MAPSET('" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CICS-MAPSET) DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       GENERATE-CONVERT-PROGRAM.
           DISPLAY WS-UI-TXT(163) LINE 14.
           DISPLAY WS-UI-TXT(16) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               DISPLAY WS-UI-TXT(165) LINE 16
               MOVE 16 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CNV-DIR
               IF WS-CNV-DIR = 'a'
                   MOVE 'A' TO WS-CNV-DIR
               END-IF
               IF WS-CNV-DIR NOT = 'A'
                   MOVE 'E' TO WS-CNV-DIR
               END-IF
               DISPLAY WS-UI-TXT(22) LINE 23
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CNV-INFILE
               IF WS-CNV-INFILE = SPACES
                   MOVE "entree.dat" TO WS-CNV-INFILE
               END-IF
               DISPLAY WS-UI-TXT(23) LINE 23
               MOVE 23 TO WS-ANS-LINE
               MOVE 60 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-CNV-OUTFILE
               IF WS-CNV-OUTFILE = SPACES
                   MOVE "sortie.dat" TO WS-CNV-OUTFILE
               END-IF
               MOVE 0 TO WS-CNV-INREC-LEN
               MOVE 0 TO WS-CNV-OUTREC-LEN
               MOVE 0 TO WS-CNV-PREVEND
               PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-HOSTVAR-COUNT
                   COMPUTE WS-CNV-GAP
                       = WS-HOSTVAR-OFF(WS-CNV-IDX) - WS-CNV-PREVEND
                   IF WS-CNV-GAP > 0
                       ADD WS-CNV-GAP TO WS-CNV-INREC-LEN
                       ADD WS-CNV-GAP TO WS-CNV-OUTREC-LEN
                   END-IF
                   PERFORM SET-CNV-FIELD-LENS
                   ADD WS-CNV-INLEN TO WS-CNV-INREC-LEN
                   ADD WS-CNV-OUTLEN TO WS-CNV-OUTREC-LEN
                   COMPUTE WS-CNV-PREVEND
                       = WS-HOSTVAR-OFF(WS-CNV-IDX)
                       + WS-HOSTVAR-LEN(WS-CNV-IDX)
               END-PERFORM
               COMPUTE WS-CNV-GAP
                   = WS-LAYOUT-TOTLEN - WS-CNV-PREVEND
               IF WS-CNV-GAP > 0
                   ADD WS-CNV-GAP TO WS-CNV-INREC-LEN
                   ADD WS-CNV-GAP TO WS-CNV-OUTREC-LEN
               END-IF
               MOVE "convcode" TO WS-RUNLOG-PGM
               MOVE "ReadCount" TO WS-RUNLOG-READSRC
               MOVE "ReadCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               MOVE "convcode" TO WS-CKP-PGM
               MOVE "ReadCount" TO WS-CKP-COUNTSRC
               MOVE SPACES TO WS-CKP-COUNT2SRC
               MOVE "CNV-INREC" TO WS-CKP-KEYSRC
               MOVE "InputFile" TO WS-CKP-INFILE
               MOVE "CNV-INREC" TO WS-CKP-INTO
               MOVE WS-CNV-OUTREC-LEN TO WS-CKP-WORKLEN
               IF WS-CKP-WORKLEN < 100
                   MOVE 100 TO WS-CKP-WORKLEN
               END-IF
               MOVE 1 TO WS-CKP-TOT-COUNT
               MOVE "ErrorCount" TO WS-CKP-TOTSRC(1)
               MOVE 2 TO WS-CKP-OUT-COUNT
               MOVE "OutputFile" TO WS-CKP-OUTFILE(1)
               MOVE "OutputRecord" TO WS-CKP-OUTREC(1)
               MOVE "ReadCount" TO WS-CKP-OUTCNT(1)
               MOVE "ErrorReport" TO WS-CKP-OUTFILE(2)
               MOVE "ErrorLine" TO WS-CKP-OUTREC(2)
               MOVE "ErrorCount" TO WS-CKP-OUTCNT(2)
               IF WS-CKP-INTERVAL > 0
                   PERFORM RECORD-CHECKPOINT-DD
               END-IF
               PERFORM WRITE-CNV-HEADER-PART
               PERFORM WRITE-CNV-DATA-PART
               PERFORM WRITE-CNV-PROC-PART
           END-IF.

       SET-CNV-FIELD-LENS.
           IF WS-CNV-DIR = 'E'
               MOVE WS-HOSTVAR-LEN(WS-CNV-IDX) TO WS-CNV-INLEN
               IF WS-HOSTVAR-USAGE(WS-CNV-IDX) NOT = SPACES
                   AND WS-HOSTVAR-DIG(WS-CNV-IDX) > 0
                   MOVE WS-HOSTVAR-DIG(WS-CNV-IDX) TO WS-CNV-OUTLEN
               ELSE
                   MOVE WS-HOSTVAR-LEN(WS-CNV-IDX) TO WS-CNV-OUTLEN
               END-IF
           ELSE
               MOVE WS-HOSTVAR-LEN(WS-CNV-IDX) TO WS-CNV-OUTLEN
               IF WS-HOSTVAR-USAGE(WS-CNV-IDX) NOT = SPACES
                   AND WS-HOSTVAR-DIG(WS-CNV-IDX) > 0
                   MOVE WS-HOSTVAR-DIG(WS-CNV-IDX) TO WS-CNV-INLEN
               ELSE
                   MOVE WS-HOSTVAR-LEN(WS-CNV-IDX) TO WS-CNV-INLEN
               END-IF
           END-IF.

       WRITE-CNV-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. convcode." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-INFILE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OutputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OUTFILE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT ErrorReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "convert.rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-SELECT
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-CNV-INREC-LEN TO WS-CNV-ILEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  InputRecord    PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-ILEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  OutputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-CNV-OUTREC-LEN TO WS-CNV-OLEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  OutputRecord   PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  ErrorReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ErrorLine      PIC X(100)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-FD
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CNV-INREC      PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-ILEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CNV-OUTREC     PIC X("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ErrorCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ErrorDetail." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ERR-RECNUM   PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ERR-FIELD    PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ERR-REASON   PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-WS
           END-IF.
           PERFORM WRITE-CNV-CHARSETS.
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
               UNTIL WS-CNV-IDX > WS-HOSTVAR-COUNT
               IF WS-HOSTVAR-USAGE(WS-CNV-IDX) NOT = SPACES
                   AND WS-HOSTVAR-DIG(WS-CNV-IDX) > 0
                   PERFORM WRITE-CNV-FIELD-ITEMS
               END-IF
           END-PERFORM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-CHARSETS.
           MOVE "       01  Ebcdic-Chars." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "818283848586878889" TO WS-VAL-TOKEN(1).
           MOVE "9" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "919293949596979899" TO WS-VAL-TOKEN(1).
           MOVE "9" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "A2A3A4A5A6A7A8A9" TO WS-VAL-TOKEN(1).
           MOVE "8" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "C1C2C3C4C5C6C7C8C9" TO WS-VAL-TOKEN(1).
           MOVE "9" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "D1D2D3D4D5D6D7D8D9" TO WS-VAL-TOKEN(1).
           MOVE "9" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "E2E3E4E5E6E7E8E9" TO WS-VAL-TOKEN(1).
           MOVE "8" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "F0F1F2F3F4F5F6F7F8F9" TO WS-VAL-TOKEN(1).
           MOVE "10" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "404B4C4D4E505B5C5D5E6061" TO WS-VAL-TOKEN(1).
           MOVE "12" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "6B6C6D6E6F7A7B7C7D7E" TO WS-VAL-TOKEN(1).
           MOVE "10" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-CNV-HEX-FILLER.
           MOVE "       01  Ebcdic-Set REDEFINES Ebcdic-Chars"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                          PIC X(84)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Ascii-Chars." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "abcdefghijklmnopqrstuvwxyz" TO WS-VAL-LIST(1).
           MOVE 26 TO WS-CNV-OUTLEN.
           PERFORM WRITE-CNV-TEXT-FILLER.
           MOVE "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO WS-VAL-LIST(1).
           MOVE 26 TO WS-CNV-OUTLEN.
           PERFORM WRITE-CNV-TEXT-FILLER.
           MOVE "0123456789" TO WS-VAL-LIST(1).
           MOVE 10 TO WS-CNV-OUTLEN.
           PERFORM WRITE-CNV-TEXT-FILLER.
           MOVE " .<(+&$*);-/" TO WS-VAL-LIST(1).
           MOVE 12 TO WS-CNV-OUTLEN.
           PERFORM WRITE-CNV-TEXT-FILLER.
           MOVE ",%_>?:#@'=" TO WS-VAL-LIST(1).
           MOVE 10 TO WS-CNV-OUTLEN.
           PERFORM WRITE-CNV-TEXT-FILLER.
           MOVE "       01  Ascii-Set  REDEFINES Ascii-Chars"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                          PIC X(84)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-HEX-FILLER.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(2)) DELIMITED BY SIZE
                  ") VALUE X" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-TEXT-FILLER.
           MOVE WS-CNV-OUTLEN TO WS-CNV-OLEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 FILLER PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ") VALUE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-VAL-LIST(1)(1:WS-CNV-OUTLEN) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE SPACES TO WS-VAL-LIST(1).
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-FIELD-ITEMS.
           PERFORM SET-CNV-FIELD-LENS.
           IF WS-CNV-DIR = 'E'
               MOVE WS-CNV-INLEN TO WS-CNV-ILEN-DISP
               MOVE WS-CNV-OUTLEN TO WS-CNV-OLEN-DISP
           ELSE
               MOVE WS-CNV-OUTLEN TO WS-CNV-ILEN-DISP
               MOVE WS-CNV-INLEN TO WS-CNV-OLEN-DISP
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CNV-P-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  " PIC " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-PIC(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-USAGE(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CNV-P-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  "-X REDEFINES CNV-P-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-ILEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CNV-D-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  " PIC " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-PIC(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CNV-D-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  "-X REDEFINES CNV-D-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           IF WS-CKP-INTERVAL > 0
               MOVE "               PERFORM Check-Restart"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-OPEN-OUTPUTS
               MOVE "               IF RestartMode = 'O'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   PERFORM Skip-To-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               OPEN OUTPUT OutputFile"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               OPEN OUTPUT ErrorReport"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   READ InputFile INTO CNV-INREC"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                           PERFORM Convert-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "                           PERFORM Take-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE ErrorReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-INTERVAL > 0
               MOVE "               PERFORM Clear-Checkpoint"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CONVERTIS : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " ReadCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ERREURS   : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " ErrorCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ErrorCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Convert-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO CNV-OUTREC"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE 1 TO WS-CNV-INPOS.
           MOVE 1 TO WS-CNV-OUTPOS.
           MOVE 0 TO WS-CNV-PREVEND.
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
               UNTIL WS-CNV-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-CNV-FIELD-CODE
           END-PERFORM.
           COMPUTE WS-CNV-GAP = WS-LAYOUT-TOTLEN - WS-CNV-PREVEND.
           IF WS-CNV-GAP > 0
               PERFORM WRITE-CNV-GAP-CODE
           END-IF.
           MOVE "               WRITE OutputRecord FROM CNV-OUTREC."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Conv-Error." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO ErrorCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE ReadCount TO ERR-RECNUM"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ErrorLine FROM ErrorDetail."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-CKP-INTERVAL > 0
               PERFORM WRITE-CKP-PARAS
               PERFORM WRITE-CKP-SKIP-PARA
           END-IF.
           MOVE "       END PROGRAM convcode." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-FIELD-CODE.
           COMPUTE WS-CNV-GAP
               = WS-HOSTVAR-OFF(WS-CNV-IDX) - WS-CNV-PREVEND.
           IF WS-CNV-GAP > 0
               PERFORM WRITE-CNV-GAP-CODE
           END-IF.
           COMPUTE WS-CNV-PREVEND = WS-HOSTVAR-OFF(WS-CNV-IDX)
               + WS-HOSTVAR-LEN(WS-CNV-IDX).
           PERFORM SET-CNV-FIELD-LENS.
           MOVE WS-CNV-INPOS TO WS-CNV-IPOS-DISP.
           MOVE WS-CNV-OUTPOS TO WS-CNV-OPOS-DISP.
           MOVE WS-CNV-INLEN TO WS-CNV-ILEN-DISP.
           MOVE WS-CNV-OUTLEN TO WS-CNV-OLEN-DISP.
           IF WS-HOSTVAR-USAGE(WS-CNV-IDX) NOT = SPACES
               AND WS-HOSTVAR-DIG(WS-CNV-IDX) > 0
               PERFORM WRITE-CNV-PACKED-CODE
           ELSE
               PERFORM WRITE-CNV-TEXT-CODE
           END-IF.
           ADD WS-CNV-INLEN TO WS-CNV-INPOS.
           ADD WS-CNV-OUTLEN TO WS-CNV-OUTPOS.

       WRITE-CNV-GAP-CODE.
           MOVE WS-CNV-INPOS TO WS-CNV-IPOS-DISP.
           MOVE WS-CNV-OUTPOS TO WS-CNV-OPOS-DISP.
           MOVE WS-CNV-GAP TO WS-CNV-ILEN-DISP.
           MOVE WS-CNV-GAP TO WS-CNV-OLEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE CNV-INREC(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-IPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-ILEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   TO CNV-OUTREC("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               INSPECT CNV-OUTREC("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CNV-DIR = 'E'
               MOVE
               "                   CONVERTING Ebcdic-Set TO Ascii-Set"
                   TO WS-GEN-LINE
           ELSE
               MOVE
               "                   CONVERTING Ascii-Set TO Ebcdic-Set"
                   TO WS-GEN-LINE
           END-IF
           PERFORM ADD-GEN-LINE.
           ADD WS-CNV-GAP TO WS-CNV-INPOS.
           ADD WS-CNV-GAP TO WS-CNV-OUTPOS.

       WRITE-CNV-TEXT-CODE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE CNV-INREC(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-IPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-ILEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   TO CNV-OUTREC("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               INSPECT CNV-OUTREC("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CNV-DIR = 'E'
               MOVE
               "                   CONVERTING Ebcdic-Set TO Ascii-Set"
                   TO WS-GEN-LINE
           ELSE
               MOVE
               "                   CONVERTING Ascii-Set TO Ebcdic-Set"
                   TO WS-GEN-LINE
           END-IF
           PERFORM ADD-GEN-LINE.

       WRITE-CNV-PACKED-CODE.
           IF WS-CNV-DIR = 'E'
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE CNV-INREC("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CNV-IPOS-DISP)
                          DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CNV-ILEN-DISP)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   TO CNV-P-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      "-X" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               IF CNV-P-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      " IS NUMERIC" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE CNV-P-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      " TO CNV-D-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE CNV-D-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      "-X" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE CNV-INREC("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CNV-IPOS-DISP)
                          DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CNV-ILEN-DISP)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   TO CNV-D-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      "-X" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               IF CNV-D-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      " IS NUMERIC" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE CNV-D-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      " TO CNV-P-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE CNV-P-"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                          DELIMITED BY SIZE
                      "-X" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       TO CNV-OUTREC("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-CNV-IDX))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ERR-FIELD" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "VALEUR NUMERIQUE INVALIDE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ERR-REASON" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Write-Conv-Error"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE ALL " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "0" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO CNV-OUTREC(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNV-OLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-MASTER-UPDATE.
           DISPLAY WS-UI-TXT(168) LINE 14.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           IF WS-GEN-CPY-NUM = 0
               OR WS-GEN-CPY-NUM > WS-KNOWN-CPY-COUNT
               OR WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM ACCEPT-MAJ-PARAMETERS
               MOVE "majmaitr" TO WS-RUNLOG-PGM
               MOVE "TransReadCount" TO WS-RUNLOG-READSRC
               MOVE "WrittenCount" TO WS-RUNLOG-WRITESRC
               MOVE SPACES TO WS-RUNLOG-STATSRC
               PERFORM WRITE-MAJ-HEADER-PART
               PERFORM WRITE-MAJ-DATA-PART
               PERFORM WRITE-MAJ-PROC-PART
           END-IF.

       ACCEPT-MAJ-PARAMETERS.
           MOVE 1 TO WS-MAJ-KEYIDX.
           PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
               UNTIL WS-MAJ-IDX > WS-HOSTVAR-COUNT
               IF WS-HOSTVAR-NAME(WS-MAJ-IDX)
                       = WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM)
                   OR WS-HOSTVAR-REF(WS-MAJ-IDX)
                       = WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM)
                   MOVE WS-MAJ-IDX TO WS-MAJ-KEYIDX
               END-IF
           END-PERFORM.
           DISPLAY WS-UI-TXT(170) LINE 23.
           MOVE SPACES TO WS-MAJ-CODEFIELD.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-MAJ-CODEFIELD.
           MOVE 0 TO WS-MAJ-CODEIDX.
           IF WS-MAJ-CODEFIELD NOT = SPACES
               PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
                   UNTIL WS-MAJ-IDX > WS-HOSTVAR-COUNT
                   IF WS-HOSTVAR-NAME(WS-MAJ-IDX) = WS-MAJ-CODEFIELD
                       OR WS-HOSTVAR-REF(WS-MAJ-IDX)
                           = WS-MAJ-CODEFIELD
                       MOVE WS-MAJ-IDX TO WS-MAJ-CODEIDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MAJ-CODEIDX = 0
               MOVE 1 TO WS-MAJ-SHIFT
               MOVE 1 TO WS-PIC-NUM
           ELSE
               MOVE 0 TO WS-MAJ-SHIFT
               COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-MAJ-CODEIDX) + 1
           END-IF.
           MOVE WS-PIC-NUM TO WS-MAJ-CPOS-DISP.
           DISPLAY WS-UI-TXT(171) LINE 23.
           MOVE SPACES TO WS-MAJ-CODES.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-MAJ-CODES.
           IF WS-MAJ-CODES(3:1) = SPACE
               MOVE "AMS" TO WS-MAJ-CODES
           END-IF.
           MOVE "maitre.dat" TO WS-GEN-INFILE.
           PERFORM ACCEPT-INPUT-DATASET.
           MOVE WS-GEN-INFILE TO WS-MAJ-OLDFILE.
           DISPLAY WS-UI-TXT(172) LINE 23.
           MOVE SPACES TO WS-MAJ-TRANSFILE.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-MAJ-TRANSFILE.
           IF WS-MAJ-TRANSFILE = SPACES
               MOVE "mouvement.dat" TO WS-MAJ-TRANSFILE
           END-IF.
           MOVE SPACES TO WS-MAJ-ASSIGN-TR.
           IF WS-GEN-INTYPE = 'N'
               STRING QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAJ-TRANSFILE) DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-MAJ-ASSIGN-TR
               END-STRING
           ELSE
               MOVE "MOUVEMNT" TO WS-MAJ-ASSIGN-TR
               MOVE "MOUVEMNT" TO WS-DD-NEW-NAME
               MOVE WS-MAJ-TRANSFILE TO WS-GEN-INFILE
               PERFORM RECORD-INPUT-DD-ENTRY
               MOVE WS-MAJ-OLDFILE TO WS-GEN-INFILE
           END-IF.
           MOVE "nvmaitre.dat" TO WS-GEN-DEFAULT-OUT.
           PERFORM ACCEPT-OUTPUT-DATASET.
           COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-MAJ-KEYIDX) + 1.
           MOVE WS-PIC-NUM TO WS-MAJ-KPOS-DISP.
           ADD WS-MAJ-SHIFT TO WS-PIC-NUM.
           MOVE WS-PIC-NUM TO WS-MAJ-TKPOS-DISP.
           MOVE WS-HOSTVAR-LEN(WS-MAJ-KEYIDX) TO WS-MAJ-KLEN-DISP.

       WRITE-MAJ-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. majmaitr." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OldMaster ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT TransFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-ASSIGN-TR) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT NewMaster ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT RejectFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "rejets.dat" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT ControlReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "majmaitre.rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  OldMaster." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  OldMasterRecord PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  TransFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TransRecord     PIC X(501)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  NewMaster." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NewMasterRecord PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  RejectFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectRecord    PIC X(530)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  ControlReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine      PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MasterRec       PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  HoldRec         PIC X(500)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TransRec        PIC X(501)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "MasterKey" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MAJ-KEY-ITEM.
           MOVE "TransKey" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MAJ-KEY-ITEM.
           MOVE "ActiveKey" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MAJ-KEY-ITEM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  PrevTransKey    PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-KLEN-DISP) DELIMITED BY SIZE
                  ") VALUE LOW-VALUES." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TransCode       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  HoldPresent     PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndMaster       PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndTrans        PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MasterReadCount PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TransReadCount  PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  AddedCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ChangedCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  DeletedCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WrittenCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ExpectedCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           MOVE "       01  RejectLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 REJ-CODE     PIC 99." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 REJ-REASON   PIC X(25)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 REJ-DATA     PIC X(501)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-LABEL    PIC X(17)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-VALUE    PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-KEY-ITEM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  " DELIMITED BY SIZE
                  WS-VAL-TOKEN(1)(1:16) DELIMITED BY SIZE
                  "PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-KLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT OldMaster" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT TransFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT NewMaster" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT ControlReport"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Read-Master" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Read-Trans" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Choose-Key" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL ActiveKey = HIGH-VALUES"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Process-Key" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Choose-Key" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OldMaster" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE TransFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE NewMaster" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE ControlReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RejectCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ExpectedCount NOT = WrittenCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 8 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MAJ-READ-PARAS.
           PERFORM WRITE-MAJ-MATCH-PARAS.
           PERFORM WRITE-MAJ-APPLY-PARAS.
           PERFORM WRITE-MAJ-TOTAL-PARAS.

       WRITE-MAJ-READ-PARAS.
           MOVE "       Read-Master." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ OldMaster INTO MasterRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO EndMaster"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE HIGH-VALUES TO MasterKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO MasterReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE MasterRec("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-KPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-KLEN-DISP) DELIMITED BY SIZE
                  ") TO MasterKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Read-Trans." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Read-Next-Trans" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndTrans = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR TransKey NOT < PrevTransKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 5 TO REJ-CODE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Reject-Trans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-Next-Trans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF EndTrans = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE TransKey TO PrevTransKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Read-Next-Trans." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ TransFile INTO TransRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO EndTrans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE HIGH-VALUES TO TransKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO TransReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE TransRec("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-TKPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-KLEN-DISP) DELIMITED BY SIZE
                  ") TO TransKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE TransRec("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-CPOS-DISP) DELIMITED BY SIZE
                  ":1) TO TransCode" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-MATCH-PARAS.
           MOVE "       Choose-Key." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF MasterKey < TransKey" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE MasterKey TO ActiveKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE TransKey TO ActiveKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Process-Key." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO HoldPresent" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF MasterKey = ActiveKey" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE MasterRec TO HoldRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'Y' TO HoldPresent"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-Master" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL TransKey NOT = ActiveKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Apply-Trans" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-Trans" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF HoldPresent = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE NewMasterRecord FROM HoldRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO WrittenCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-APPLY-PARAS.
           MOVE "       Apply-Trans." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE TransCode" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE 1 TO WS-MAJ-IDX.
           PERFORM WRITE-MAJ-WHEN-CODE.
           MOVE "                       IF HoldPresent = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 2 TO REJ-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Reject-Trans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           COMPUTE WS-PIC-NUM = WS-MAJ-SHIFT + 1.
           MOVE WS-PIC-NUM TO WS-MAJ-TPOS-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                           MOVE TransRec("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-TPOS-DISP) DELIMITED BY SIZE
                  ":500) TO HoldRec" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO HoldPresent"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO AddedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE 2 TO WS-MAJ-IDX.
           PERFORM WRITE-MAJ-WHEN-CODE.
           MOVE "                       IF HoldPresent = 'N'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 1 TO REJ-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Reject-Trans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Apply-Change"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ChangedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE 3 TO WS-MAJ-IDX.
           PERFORM WRITE-MAJ-WHEN-CODE.
           MOVE "                       IF HoldPresent = 'N'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 3 TO REJ-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Reject-Trans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'N' TO HoldPresent"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO DeletedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 4 TO REJ-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Reject-Trans"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Apply-Change." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
               UNTIL WS-MAJ-IDX > WS-HOSTVAR-COUNT
               IF WS-MAJ-IDX NOT = WS-MAJ-KEYIDX
                   AND WS-MAJ-IDX NOT = WS-MAJ-CODEIDX
                   PERFORM WRITE-MAJ-ONE-FIELD
               END-IF
           END-PERFORM.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Reject-Trans." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE REJ-CODE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "1" TO WS-VAL-TOKEN(1).
           MOVE "MODIF SANS MAITRE" TO WS-MAJ-REASON.
           PERFORM WRITE-MAJ-REASON-LINE.
           MOVE "2" TO WS-VAL-TOKEN(1).
           MOVE "AJOUT EN DOUBLE" TO WS-MAJ-REASON.
           PERFORM WRITE-MAJ-REASON-LINE.
           MOVE "3" TO WS-VAL-TOKEN(1).
           MOVE "SUPPRESSION INEXISTANTE" TO WS-MAJ-REASON.
           PERFORM WRITE-MAJ-REASON-LINE.
           MOVE "4" TO WS-VAL-TOKEN(1).
           MOVE "CODE MOUVEMENT INVALIDE" TO WS-MAJ-REASON.
           PERFORM WRITE-MAJ-REASON-LINE.
           MOVE "OTHER" TO WS-VAL-TOKEN(1).
           MOVE "MOUVEMENT HORS SEQUENCE" TO WS-MAJ-REASON.
           PERFORM WRITE-MAJ-REASON-LINE.
           MOVE "               END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE TransRec TO REJ-DATA"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE RejectRecord FROM RejectLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO RejectCount." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-WHEN-CODE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  WS-MAJ-CODES(WS-MAJ-IDX:1) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-REASON-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-REASON) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO REJ-REASON" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-ONE-FIELD.
           COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-MAJ-IDX) + 1.
           MOVE WS-PIC-NUM TO WS-MAJ-POS-DISP.
           ADD WS-MAJ-SHIFT TO WS-PIC-NUM.
           MOVE WS-PIC-NUM TO WS-MAJ-TPOS-DISP.
           MOVE WS-HOSTVAR-LEN(WS-MAJ-IDX) TO WS-MAJ-LEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF TransRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-TPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-LEN-DISP) DELIMITED BY SIZE
                  ") NOT = SPACES" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE TransRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-TPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-LEN-DISP) DELIMITED BY SIZE
                  ") TO HoldRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-POS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAJ-LEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MAJ-TOTAL-PARAS.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CONTROLE DE LA MISE A JOUR MAITRE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ReportLine" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "MAITRES LUS     :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE MasterReadCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "MOUVEMENTS LUS  :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE TransReadCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "AJOUTS          :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE AddedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "MODIFICATIONS   :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE ChangedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "SUPPRESSIONS    :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE DeletedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "REJETS          :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE RejectCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "MAITRES ECRITS  :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE WrittenCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "               COMPUTE ExpectedCount = MasterReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   + AddedCount - DeletedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ExpectedCount = WrittenCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "EQUILIBRE       : OK" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ReportLine" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "EQUILIBRE       : ECART" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ReportLine" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE "       END PROGRAM majmaitr." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-MIGRATION-PROGRAM.
           DISPLAY WS-UI-TXT(173) LINE 14.
           DISPLAY WS-UI-TXT(175) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK.
           MOVE WS-ANS-VALUE TO WS-MIG-OLDCPY.
           PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK.
           IF WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM SAVE-MIG-OLD-LAYOUT
               DISPLAY WS-UI-TXT(176) LINE 16
               MOVE 16 TO WS-ANS-LINE
               MOVE 45 TO WS-ANS-COL
               PERFORM GET-SCREEN-ANSWER
               MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK
               PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK
               IF WS-HOSTVAR-COUNT = 0
                   DISPLAY WS-UI-TXT(4) LINE 24
               ELSE
                   PERFORM RECORD-MIG-COPYBOOK-ARTIFACT
                   PERFORM MATCH-MIG-FIELDS
                   MOVE "ancien.dat" TO WS-GEN-INFILE
                   PERFORM ACCEPT-INPUT-DATASET
                   MOVE "nouveau.dat" TO WS-GEN-DEFAULT-OUT
                   PERFORM ACCEPT-OUTPUT-DATASET
                   MOVE "miglayt" TO WS-RUNLOG-PGM
                   MOVE "ReadCount" TO WS-RUNLOG-READSRC
                   MOVE "WriteCount" TO WS-RUNLOG-WRITESRC
                   MOVE "InputStatus" TO WS-RUNLOG-STATSRC
                   PERFORM WRITE-MIG-HEADER-PART
                   PERFORM WRITE-MIG-DATA-PART
                   PERFORM WRITE-MIG-PROC-PART
               END-IF
           END-IF.

       SAVE-MIG-OLD-LAYOUT.
           MOVE WS-HOSTVAR-COUNT TO WS-MIG-OLD-COUNT.
           MOVE WS-LAYOUT-TOTLEN TO WS-MIG-OLD-TOTLEN.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
               UNTIL WS-MIG-IDX > WS-MIG-OLD-COUNT
               MOVE WS-HOSTVAR-REF(WS-MIG-IDX)
                   TO WS-MIG-OLD-REF(WS-MIG-IDX)
               MOVE WS-HOSTVAR-PIC(WS-MIG-IDX)
                   TO WS-MIG-OLD-PIC(WS-MIG-IDX)
               MOVE WS-HOSTVAR-USAGE(WS-MIG-IDX)
                   TO WS-MIG-OLD-USAGE(WS-MIG-IDX)
               MOVE WS-HOSTVAR-LEN(WS-MIG-IDX)
                   TO WS-MIG-OLD-LEN(WS-MIG-IDX)
               MOVE WS-HOSTVAR-OFF(WS-MIG-IDX)
                   TO WS-MIG-OLD-OFF(WS-MIG-IDX)
               MOVE 'N' TO WS-MIG-OLD-USED(WS-MIG-IDX)
           END-PERFORM.

       RECORD-MIG-COPYBOOK-ARTIFACT.
           MOVE 'C' TO WS-ART-NEW-TYPE.
           MOVE SPACES TO WS-ART-NEW-NAME.
           STRING FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SPACE
                  ".cpy" DELIMITED BY SIZE
                  INTO WS-ART-NEW-NAME
           END-STRING.
           MOVE SPACES TO WS-ART-NEW-VERSION.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
               IF WS-KNOWN-CPY-NAME(WS-KNOWN-IDX) = WS-SRC-COPYBOOK
                   MOVE WS-KNOWN-CPY-VER(WS-KNOWN-IDX)
                       TO WS-ART-NEW-VERSION
               END-IF
           END-PERFORM.
           PERFORM RECORD-SESSION-ARTIFACT.

       MATCH-MIG-FIELDS.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
               UNTIL WS-MIG-IDX > WS-HOSTVAR-COUNT
               MOVE 0 TO WS-MIG-MAP(WS-MIG-IDX)
               MOVE 'N' TO WS-MIG-KIND(WS-MIG-IDX)
               PERFORM VARYING WS-MIG-OLDIDX FROM 1 BY 1
                   UNTIL WS-MIG-OLDIDX > WS-MIG-OLD-COUNT
                       OR WS-MIG-MAP(WS-MIG-IDX) > 0
                   IF WS-MIG-OLD-REF(WS-MIG-OLDIDX)
                           = WS-HOSTVAR-REF(WS-MIG-IDX)
                       AND WS-MIG-OLD-USED(WS-MIG-OLDIDX) = 'N'
                       MOVE WS-MIG-OLDIDX TO WS-MIG-MAP(WS-MIG-IDX)
                       MOVE 'Y' TO WS-MIG-OLD-USED(WS-MIG-OLDIDX)
                   END-IF
               END-PERFORM
               IF WS-MIG-MAP(WS-MIG-IDX) > 0
                   PERFORM CLASSIFY-MIG-FIELD
               END-IF
           END-PERFORM.

       CLASSIFY-MIG-FIELD.
           MOVE WS-MIG-MAP(WS-MIG-IDX) TO WS-MIG-OLDIDX.
           EVALUATE TRUE
               WHEN WS-MIG-OLD-PIC(WS-MIG-OLDIDX)
                       = WS-HOSTVAR-PIC(WS-MIG-IDX)
                   AND WS-MIG-OLD-USAGE(WS-MIG-OLDIDX)
                       = WS-HOSTVAR-USAGE(WS-MIG-IDX)
                   MOVE 'S' TO WS-MIG-KIND(WS-MIG-IDX)
               WHEN WS-MIG-OLD-PIC(WS-MIG-OLDIDX)(1:1) NOT = "9"
                   AND WS-MIG-OLD-PIC(WS-MIG-OLDIDX)(1:1) NOT = "S"
                   AND WS-HOSTVAR-PIC(WS-MIG-IDX)(1:1) NOT = "9"
                   AND WS-HOSTVAR-PIC(WS-MIG-IDX)(1:1) NOT = "S"
                   MOVE 'L' TO WS-MIG-KIND(WS-MIG-IDX)
               WHEN OTHER
                   MOVE 'T' TO WS-MIG-KIND(WS-MIG-IDX)
           END-EVALUATE.

       WRITE-MIG-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. miglayt." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OutputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT MapReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "migration.rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-DATA-PART.
           MOVE WS-MIG-OLD-TOTLEN TO WS-MIG-RLEN-DISP.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "InputRecord" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MIG-RECORD-ITEM.
           MOVE WS-LAYOUT-TOTLEN TO WS-MIG-RLEN-DISP.
           MOVE "       FD  OutputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "OutputRecord" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MIG-RECORD-ITEM.
           MOVE "       FD  MapReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine     PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WriteCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InvalidCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-MIG-OLD-TOTLEN TO WS-MIG-RLEN-DISP.
           MOVE "OldRec" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MIG-RECORD-ITEM.
           MOVE WS-LAYOUT-TOTLEN TO WS-MIG-RLEN-DISP.
           MOVE "NewRec" TO WS-VAL-TOKEN(1).
           PERFORM WRITE-MIG-RECORD-ITEM.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
               UNTIL WS-MIG-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-MIG-WORK-ITEMS
           END-PERFORM.
           PERFORM WRITE-RUNLOG-WS.
           MOVE "       01  MapLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 MAP-FIELD    PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 MAP-STATUS   PIC X(12)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 MAP-OLDPIC   PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 MAP-NEWPIC   PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-LABEL    PIC X(12)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-VALUE    PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-RECORD-ITEM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  " DELIMITED BY SIZE
                  WS-VAL-TOKEN(1)(1:15) DELIMITED BY SIZE
                  "PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-RLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-WORK-ITEMS.
           MOVE WS-MIG-IDX TO WS-MIG-NUM-DISP.
           MOVE WS-MIG-MAP(WS-MIG-IDX) TO WS-MIG-OLDIDX.
           IF WS-MIG-KIND(WS-MIG-IDX) = 'T'
               MOVE "MIG-O-" TO WS-MIG-PFX
               MOVE WS-MIG-OLD-PIC(WS-MIG-OLDIDX) TO WS-VAL-TOKEN(1)
               MOVE WS-MIG-OLD-USAGE(WS-MIG-OLDIDX) TO WS-VAL-TOKEN(2)
               MOVE SPACES TO WS-VAL-TOKEN(3)
               MOVE WS-MIG-OLD-LEN(WS-MIG-OLDIDX) TO WS-MIG-NLEN-DISP
               PERFORM WRITE-MIG-TYPED-ITEM
           END-IF.
           IF WS-MIG-KIND(WS-MIG-IDX) = 'T'
               OR (WS-MIG-KIND(WS-MIG-IDX) = 'N'
               AND (WS-HOSTVAR-PIC(WS-MIG-IDX)(1:1) = "9"
               OR WS-HOSTVAR-PIC(WS-MIG-IDX)(1:1) = "S"))
               MOVE "MIG-N-" TO WS-MIG-PFX
               MOVE WS-HOSTVAR-PIC(WS-MIG-IDX) TO WS-VAL-TOKEN(1)
               MOVE WS-HOSTVAR-USAGE(WS-MIG-IDX) TO WS-VAL-TOKEN(2)
               MOVE SPACES TO WS-VAL-TOKEN(3)
               IF WS-MIG-KIND(WS-MIG-IDX) = 'N'
                   MOVE " VALUE ZERO" TO WS-VAL-TOKEN(3)
               END-IF
               MOVE WS-HOSTVAR-LEN(WS-MIG-IDX) TO WS-MIG-NLEN-DISP
               PERFORM WRITE-MIG-TYPED-ITEM
           END-IF.

       WRITE-MIG-TYPED-ITEM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  " DELIMITED BY SIZE
                  WS-MIG-PFX DELIMITED BY SIZE
                  WS-MIG-NUM-DISP DELIMITED BY SIZE
                  " PIC " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(2)) DELIMITED BY SIZE
                  WS-VAL-TOKEN(3) DELIMITED BY "  "
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  " DELIMITED BY SIZE
                  WS-MIG-PFX DELIMITED BY SIZE
                  WS-MIG-NUM-DISP DELIMITED BY SIZE
                  "-X REDEFINES " DELIMITED BY SIZE
                  WS-MIG-PFX DELIMITED BY SIZE
                  WS-MIG-NUM-DISP DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-NLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT MapReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Mapping" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Read-Input" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Convert-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE OutputRecord FROM NewRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO WriteCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-Input" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE MapReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF InvalidCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Read-Input." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ InputFile INTO OldRec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Convert-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO NewRec" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
               UNTIL WS-MIG-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-MIG-CONVERT-FIELD
           END-PERFORM.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MIG-MAPPING-PARA.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "LUS       :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE ReadCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "ECRITS    :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE WriteCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "INVALIDES :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE InvalidCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE "       END PROGRAM miglayt." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-CONVERT-FIELD.
           MOVE WS-MIG-IDX TO WS-MIG-NUM-DISP.
           MOVE WS-MIG-MAP(WS-MIG-IDX) TO WS-MIG-OLDIDX.
           COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-MIG-IDX) + 1.
           MOVE WS-PIC-NUM TO WS-MIG-NPOS-DISP.
           MOVE WS-HOSTVAR-LEN(WS-MIG-IDX) TO WS-MIG-NLEN-DISP.
           IF WS-MIG-OLDIDX > 0
               COMPUTE WS-PIC-NUM = WS-MIG-OLD-OFF(WS-MIG-OLDIDX) + 1
               MOVE WS-PIC-NUM TO WS-MIG-OPOS-DISP
               MOVE WS-MIG-OLD-LEN(WS-MIG-OLDIDX) TO WS-MIG-OLEN-DISP
           END-IF.
           EVALUATE WS-MIG-KIND(WS-MIG-IDX)
               WHEN 'S'
                   PERFORM WRITE-MIG-SUBSTRING-MOVE
               WHEN 'L'
                   PERFORM WRITE-MIG-SUBSTRING-MOVE
               WHEN 'T'
                   PERFORM WRITE-MIG-TYPED-MOVE
               WHEN OTHER
                   IF WS-HOSTVAR-PIC(WS-MIG-IDX)(1:1) = "9"
                       OR WS-HOSTVAR-PIC(WS-MIG-IDX)(1:1) = "S"
                       PERFORM WRITE-MIG-STORE-NEW
                   END-IF
           END-EVALUATE.

       WRITE-MIG-SUBSTRING-MOVE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE OldRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-OLEN-DISP) DELIMITED BY SIZE
                  ") TO NewRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-NPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-NLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-TYPED-MOVE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE OldRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-OPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-OLEN-DISP) DELIMITED BY SIZE
                  ") TO MIG-O-" DELIMITED BY SIZE
                  WS-MIG-NUM-DISP DELIMITED BY SIZE
                  "-X" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-MIG-OLD-USAGE(WS-MIG-OLDIDX)(1:4) = "COMP"
               AND WS-MIG-OLD-USAGE(WS-MIG-OLDIDX) NOT = "COMP-3"
               OR WS-MIG-OLD-USAGE(WS-MIG-OLDIDX)(1:4) = "BINA"
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE MIG-O-" DELIMITED BY SIZE
                      WS-MIG-NUM-DISP DELIMITED BY SIZE
                      " TO MIG-N-" DELIMITED BY SIZE
                      WS-MIG-NUM-DISP DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               IF MIG-O-" DELIMITED BY SIZE
                      WS-MIG-NUM-DISP DELIMITED BY SIZE
                      " IS NUMERIC" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE MIG-O-" DELIMITED BY SIZE
                      WS-MIG-NUM-DISP DELIMITED BY SIZE
                      " TO MIG-N-" DELIMITED BY SIZE
                      WS-MIG-NUM-DISP DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   INITIALIZE MIG-N-"
                          DELIMITED BY SIZE
                      WS-MIG-NUM-DISP DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ADD 1 TO InvalidCount"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM WRITE-MIG-STORE-NEW.

       WRITE-MIG-STORE-NEW.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE MIG-N-" DELIMITED BY SIZE
                  WS-MIG-NUM-DISP DELIMITED BY SIZE
                  "-X TO NewRec(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-NPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-NLEN-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-MAPPING-PARA.
           MOVE "       Write-Mapping." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CORRESPONDANCE DES ZONES " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-OLDCPY) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   TO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
               UNTIL WS-MIG-IDX > WS-HOSTVAR-COUNT
               MOVE WS-MIG-MAP(WS-MIG-IDX) TO WS-MIG-OLDIDX
               EVALUATE WS-MIG-KIND(WS-MIG-IDX)
                   WHEN 'S'
                       MOVE "COPIEE" TO WS-MIG-STATUS
                   WHEN 'N'
                       MOVE "NOUVELLE" TO WS-MIG-STATUS
                   WHEN OTHER
                       MOVE "CONVERTIE" TO WS-MIG-STATUS
               END-EVALUATE
               MOVE WS-HOSTVAR-REF(WS-MIG-IDX) TO WS-CPYCAT-WORK
               PERFORM WRITE-MIG-MAP-LINE
           END-PERFORM.
           MOVE 0 TO WS-MIG-OLDIDX.
           MOVE "SUPPRIMEE" TO WS-MIG-STATUS.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
               UNTIL WS-MIG-IDX > WS-MIG-OLD-COUNT
               IF WS-MIG-OLD-USED(WS-MIG-IDX) = 'N'
                   MOVE WS-MIG-OLD-REF(WS-MIG-IDX) TO WS-CPYCAT-WORK
                   PERFORM WRITE-MIG-MAP-LINE
               END-IF
           END-PERFORM.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MIG-MAP-LINE.
           MOVE "               MOVE SPACES TO MapLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CPYCAT-WORK) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO MAP-FIELD" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIG-STATUS) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO MAP-STATUS" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-MIG-OLDIDX > 0 AND WS-MIG-STATUS = "CONVERTIE"
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIG-OLD-PIC(WS-MIG-OLDIDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIG-OLD-USAGE(WS-MIG-OLDIDX))
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " TO MAP-OLDPIC" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-PIC(WS-MIG-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-USAGE(WS-MIG-IDX))
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " TO MAP-NEWPIC" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               WRITE ReportLine FROM MapLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-DB2-LOAD.
           DISPLAY WS-UI-TXT(183) LINE 14.
           DISPLAY WS-UI-TXT(33) LINE 15.
           MOVE 15 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-TABLE-NAME.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           IF WS-GEN-CPY-NUM = 0 OR WS-GEN-CPY-NUM > WS-KNOWN-CPY-COUNT
               OR WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM ACCEPT-DB2-LOAD-PARAMETERS
               MOVE "fichier.dat" TO WS-GEN-INFILE
               PERFORM ACCEPT-INPUT-DATASET
               MOVE "chargdb2" TO WS-RUNLOG-PGM
               MOVE "ReadCount" TO WS-RUNLOG-READSRC
               MOVE "InsertCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               PERFORM WRITE-DB2L-HEADER-PART
               PERFORM WRITE-DB2L-DATA-PART
               PERFORM WRITE-DB2L-PROC-PART
           END-IF.

       ACCEPT-DB2-LOAD-PARAMETERS.
           DISPLAY WS-UI-TXT(185) LINE 16.
           MOVE 16 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-NUMBER.
           MOVE WS-ANS-NUM TO WS-DB2L-COMMIT.
           IF WS-DB2L-COMMIT = 0
               MOVE 1000 TO WS-DB2L-COMMIT
           END-IF.
           MOVE WS-DB2L-COMMIT TO WS-DB2L-CMT-DISP.
           DISPLAY WS-UI-TXT(186) LINE 17.
           MOVE 17 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-DB2L-KEYFIELD.
           IF WS-DB2L-KEYFIELD = SPACES
               MOVE WS-KNOWN-CPY-KEY(WS-GEN-CPY-NUM)
                   TO WS-DB2L-KEYFIELD
           END-IF.
           MOVE 0 TO WS-DB2L-KEYIDX.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               IF WS-HOSTVAR-REF(WS-HOSTVAR-IDX) = WS-DB2L-KEYFIELD
                   AND WS-DB2L-KEYIDX = 0
                   MOVE WS-HOSTVAR-IDX TO WS-DB2L-KEYIDX
               END-IF
           END-PERFORM.
           IF WS-DB2L-KEYIDX = 0
               MOVE 1 TO WS-DB2L-KEYIDX
           END-IF.
           COMPUTE WS-PIC-NUM = WS-HOSTVAR-OFF(WS-DB2L-KEYIDX) + 1.
           MOVE WS-PIC-NUM TO WS-DB2L-KPOS-DISP.
           MOVE WS-HOSTVAR-LEN(WS-DB2L-KEYIDX) TO WS-DB2L-KLEN-DISP.
           MOVE WS-LAYOUT-TOTLEN TO WS-DB2L-RLEN-DISP.

       WRITE-DB2L-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. chargdb2." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "chargdb2.rst" TO WS-VAL-TOKEN(1).
           MOVE "RestartFile" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-DB2L-SELECT-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS RestartStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "chargdb2.rej" TO WS-VAL-TOKEN(1).
           MOVE "RejectFile" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-DB2L-SELECT-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "chargdb2.rpt" TO WS-VAL-TOKEN(1).
           MOVE "ControlReport" TO WS-VAL-TOKEN(2).
           PERFORM WRITE-DB2L-SELECT-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-SELECT-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(2)) DELIMITED BY SIZE
                  " ASSIGN TO " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-TOKEN(1)) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  RestartFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartRecord." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 RST-KEY      PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RST-COUNT    PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  RejectFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectRecord." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 REJ-SQLCODE  PIC -9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 REJ-DATA     PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-RLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  ControlReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine     PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           EXEC SQL" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               INCLUDE SQLCA" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           END-EXEC." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-DECLARE-TABLE-BLOCK.
           PERFORM WRITE-HOST-STRUCTURE-BLOCK.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartStatus  PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Restarting     PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CommitInterval PIC 9(5) VALUE "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-CMT-DISP) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  RestartKey     PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KLEN-DISP) DELIMITED BY SIZE
                  ") VALUE SPACES." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  LastKey        PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KLEN-DISP) DELIMITED BY SIZE
                  ") VALUE SPACES." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  PendingCount   PIC 9(5) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  PendingInserts PIC 9(5) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  SkippedCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InsertCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CommittedCount PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CommitCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ProcessedCount PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  SqlCodeDisp    PIC -9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           MOVE "       01  TotalLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-LABEL    PIC X(17)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 TOT-VALUE    PIC ZZZZZZZZ9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               PERFORM Read-Restart" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF Restarting = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN EXTEND RejectFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN OUTPUT RejectFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT ControlReport"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Read-Input" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF Restarting = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Skip-Committed"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Load-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Read-Input" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Commit-Work" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF Restarting = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN OUTPUT RestartFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CLOSE RestartFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE ControlReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RejectCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ReadCount NOT = SkippedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   + InsertCount + RejectCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OR CommittedCount NOT = InsertCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OR Restarting = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 8 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-DB2L-RESTART-PARAS.
           PERFORM WRITE-DB2L-LOAD-PARA.
           PERFORM WRITE-DB2L-COMMIT-PARAS.
           PERFORM WRITE-DB2L-TOTAL-PARA.

       WRITE-DB2L-RESTART-PARAS.
           MOVE "       Read-Restart." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT RestartFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF RestartStatus = " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   READ RestartFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           CONTINUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE RST-KEY TO RestartKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO Restarting"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CLOSE RestartFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Read-Input." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               READ InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-READ." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Skip-Committed." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO SkippedCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KLEN-DISP) DELIMITED BY SIZE
                  ") = RestartKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO Restarting"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE RestartKey TO LastKey"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-LOAD-PARA.
           MOVE "       Load-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-DB2L-FIELD-MOVE
           END-PERFORM.
           MOVE "           EXEC SQL" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               INSERT INTO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-COLUMN-LIST-LINES.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               VALUES (:DCL-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           END-EXEC" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE TRUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN SQLCODE >= 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO InsertCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO PendingInserts"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN SQLCODE = -911"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR SQLCODE = -913"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR SQLCODE = -904"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Sql-Fatal"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO RejectCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE SQLCODE TO REJ-SQLCODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  " TO REJ-DATA" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WRITE RejectRecord"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO PendingCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KPOS-DISP) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-KLEN-DISP) DELIMITED BY SIZE
                  ") TO LastKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF PendingCount >= CommitInterval"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Commit-Work" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-FIELD-MOVE.
           MOVE WS-HOSTVAR-REF(WS-HOSTVAR-IDX) TO WS-DB2L-BASE.
           MOVE SPACES TO WS-DB2L-SUB.
           MOVE 0 TO WS-DB2L-SUBPOS.
           INSPECT WS-DB2L-BASE TALLYING WS-DB2L-SUBPOS
               FOR CHARACTERS BEFORE INITIAL "(".
           IF WS-DB2L-SUBPOS < 30
               MOVE WS-DB2L-BASE(WS-DB2L-SUBPOS + 1:) TO WS-DB2L-SUB
               MOVE SPACES TO WS-DB2L-BASE(WS-DB2L-SUBPOS + 1:)
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2L-BASE) DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  WS-DB2L-SUB DELIMITED BY SPACE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-NAME(WS-HOSTVAR-IDX))
                      DELIMITED BY SIZE
                  " OF DCL-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-COMMIT-PARAS.
           MOVE "       Commit-Work." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           EXEC SQL" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               COMMIT" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           END-EXEC" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF SQLCODE NOT = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Sql-Fatal" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD PendingInserts TO CommittedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO CommitCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 0 TO PendingCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 0 TO PendingInserts" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF Restarting = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN OUTPUT RestartFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE SPACES TO RestartRecord"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE LastKey TO RST-KEY"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE ReadCount TO RST-COUNT"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE RestartRecord" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CLOSE RestartFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Sql-Fatal." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SQLCODE TO SqlCodeDisp"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ERREUR SQL FATALE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " SqlCodeDisp" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           EXEC SQL" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ROLLBACK" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           END-EXEC" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE ControlReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 12 TO RETURN-CODE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-DB2L-TOTAL-PARA.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CONTROLE DU CHARGEMENT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ReportLine" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "LUS             :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE ReadCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "DEJA CHARGES    :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE SkippedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "INSERES         :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE InsertCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "REJETES         :" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE RejectCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "VALIDES (COMMIT):" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE CommittedCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "NOMBRE DE COMMIT:" TO WS-VAL-TOKEN(1).
           MOVE "               MOVE CommitCount TO TOT-VALUE"
               TO WS-GEN-LINE
           PERFORM WRITE-CMP-TOTAL-LINE.
           MOVE "               COMPUTE ProcessedCount = SkippedCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   + InsertCount + RejectCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE TRUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN Restarting = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CLE DE REPRISE NON TROUVEE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN ProcessedCount = ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      AND CommittedCount = InsertCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "EQUILIBRE       : OK" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ReportLine" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "EQUILIBRE       : ECART" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO ReportLine" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportLine." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE "       END PROGRAM chargdb2." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-JSON-INTERFACE.
           DISPLAY WS-UI-TXT(187) LINE 14.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           IF WS-GEN-CPY-NUM = 0 OR WS-GEN-CPY-NUM > WS-KNOWN-CPY-COUNT
               OR WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM ACCEPT-JSON-PARAMETERS
               PERFORM ANALYZE-REPORT-FIELDS
               PERFORM COMPUTE-JSN-SIZES
               IF WS-JSN-DIRECTION = 'E'
                   IF WS-JSN-FORMAT = 'X'
                       MOVE "impxml" TO WS-JSN-PGM
                   ELSE
                       MOVE "impjson" TO WS-JSN-PGM
                   END-IF
                   PERFORM ACCEPT-INPUT-DATASET
                   MOVE "import.dat" TO WS-GEN-DEFAULT-OUT
                   PERFORM ACCEPT-OUTPUT-DATASET
               ELSE
                   IF WS-JSN-FORMAT = 'X'
                       MOVE "extxml" TO WS-JSN-PGM
                       MOVE "extrait.xml" TO WS-GEN-DEFAULT-OUT
                   ELSE
                       MOVE "extjson" TO WS-JSN-PGM
                       MOVE "extrait.json" TO WS-GEN-DEFAULT-OUT
                   END-IF
                   PERFORM ACCEPT-INPUT-DATASET
                   PERFORM ACCEPT-OUTPUT-DATASET
               END-IF
               MOVE WS-JSN-PGM TO WS-RUNLOG-PGM
               MOVE "ReadCount" TO WS-RUNLOG-READSRC
               MOVE "WriteCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               PERFORM WRITE-JSN-HEADER-PART
               PERFORM WRITE-JSN-DATA-PART
               IF WS-JSN-DIRECTION = 'E'
                   PERFORM WRITE-JSN-IN-PROC-PART
               ELSE
                   PERFORM WRITE-JSN-OUT-PROC-PART
               END-IF
           END-IF.

       ACCEPT-JSON-PARAMETERS.
           DISPLAY WS-UI-TXT(189) LINE 16.
           MOVE 16 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           IF WS-ANS-VALUE(1:1) = 'X' OR WS-ANS-VALUE(1:1) = 'x'
               MOVE 'X' TO WS-JSN-FORMAT
           ELSE
               MOVE 'J' TO WS-JSN-FORMAT
           END-IF.
           DISPLAY WS-UI-TXT(190) LINE 17.
           MOVE 17 TO WS-ANS-LINE.
           MOVE 45 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           IF WS-ANS-VALUE(1:1) = 'E' OR WS-ANS-VALUE(1:1) = 'e'
               OR WS-ANS-VALUE(1:1) = 'I' OR WS-ANS-VALUE(1:1) = 'i'
               MOVE 'E' TO WS-JSN-DIRECTION
           ELSE
               MOVE 'S' TO WS-JSN-DIRECTION
           END-IF.

       COMPUTE-JSN-SIZES.
           COMPUTE WS-JSN-WORK = 2 * FUNCTION LENGTH
               (FUNCTION TRIM(WS-GEN-RECNAME)) + 10.
           MOVE 1 TO WS-JSN-TEXTLEN.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM
                   (WS-HOSTVAR-REF(WS-HOSTVAR-IDX))) TO WS-PIC-NUM
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   COMPUTE WS-JSN-WORK = WS-JSN-WORK
                       + 4 * WS-PIC-NUM + 80
                       + WS-RPT-INT(WS-HOSTVAR-IDX)
                       + WS-RPT-DEC(WS-HOSTVAR-IDX)
               ELSE
                   COMPUTE WS-JSN-WORK = WS-JSN-WORK
                       + 4 * WS-PIC-NUM + 80
                       + 6 * WS-HOSTVAR-LEN(WS-HOSTVAR-IDX)
                   IF WS-HOSTVAR-LEN(WS-HOSTVAR-IDX) > WS-JSN-TEXTLEN
                       MOVE WS-HOSTVAR-LEN(WS-HOSTVAR-IDX)
                           TO WS-JSN-TEXTLEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JSN-WORK > 32000
               MOVE 32000 TO WS-JSN-WORK
           END-IF.
           MOVE WS-JSN-WORK TO WS-JSN-LINELEN.
           MOVE WS-JSN-LINELEN TO WS-JSN-LINE-DISP.
           COMPUTE WS-JSN-INLEN-DISP = WS-JSN-LINELEN + 10.
           MOVE WS-JSN-TEXTLEN TO WS-JSN-TEXT-DISP.
           MOVE WS-LAYOUT-TOTLEN TO WS-JSN-RLEN-DISP.

       WRITE-JSN-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-PGM) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-DIRECTION = 'E'
               MOVE "                   ORGANIZATION IS LINE SEQUENTIAL"
                   TO WS-GEN-LINE
           ELSE
               MOVE "                   ORGANIZATION IS SEQUENTIAL"
                   TO WS-GEN-LINE
           END-IF
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OutputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-DIRECTION = 'E'
               MOVE "                   ORGANIZATION IS SEQUENTIAL."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "              SELECT RejectFile ASSIGN TO "
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-PGM) DELIMITED BY SIZE
                      ".rej" DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           IF WS-JSN-DIRECTION = 'E'
               STRING "       01  InputRecord    PIC X("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-LINE-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               STRING "       01  InputRecord    PIC X("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-RLEN-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF.
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  OutputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           IF WS-JSN-DIRECTION = 'E'
               STRING "       01  OutputRecord   PIC X("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-RLEN-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               STRING "       01  OutputRecord   PIC X("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-LINE-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF.
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-DIRECTION = 'E'
               MOVE "       FD  RejectFile." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       01  RejectRecord." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "           05 REJ-LINE     PIC 9(9)."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "           05 FILLER       PIC X." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "           05 REJ-POS      PIC 9(5)."
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "           05 FILLER       PIC X." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "           05 REJ-TEXT     PIC X("
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-LINE-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WriteCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Piece          PIC X(40)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  PieceLen       PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InChar         PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  TextValue      PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-TEXT-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TextLen        PIC 9(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TextIdx        PIC 9(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  TextDone       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-DIRECTION = 'E'
               PERFORM WRITE-JSN-IN-WORK-ITEMS
           ELSE
               PERFORM WRITE-JSN-OUT-WORK-ITEMS
           END-IF.
           PERFORM WRITE-RUNLOG-WS.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-OUT-WORK-ITEMS.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  OutLine        PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-LINE-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  OutPtr         PIC 9(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   PERFORM WRITE-JSN-NUM-EDIT-ITEM
               END-IF
           END-PERFORM.

       WRITE-JSN-NUM-EDIT-ITEM.
           MOVE WS-HOSTVAR-IDX TO WS-JSN-NUM-DISP.
           MOVE WS-RPT-INT(WS-HOSTVAR-IDX) TO WS-JSN-INT-DISP.
           MOVE WS-RPT-DEC(WS-HOSTVAR-IDX) TO WS-JSN-DEC-DISP.
           MOVE SPACES TO WS-JSN-PIECE.
           IF WS-RPT-INT(WS-HOSTVAR-IDX) = 0
               MOVE "-9" TO WS-JSN-PIECE
           ELSE
               STRING "-(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-INT-DISP) DELIMITED BY SIZE
                      ")9" DELIMITED BY SIZE
                      INTO WS-JSN-PIECE
               END-STRING
           END-IF.
           MOVE SPACES TO WS-SQL-LINE.
           IF WS-RPT-DEC(WS-HOSTVAR-IDX) > 0
               STRING "       01  NumEdit" DELIMITED BY SIZE
                      WS-JSN-NUM-DISP DELIMITED BY SIZE
                      "     PIC " DELIMITED BY SIZE
                      WS-JSN-PIECE DELIMITED BY SPACE
                      ".9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-DEC-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               STRING "       01  NumEdit" DELIMITED BY SIZE
                      WS-JSN-NUM-DISP DELIMITED BY SIZE
                      "     PIC " DELIMITED BY SIZE
                      WS-JSN-PIECE DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF.
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-IN-WORK-ITEMS.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  InLine         PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-INLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InLen          PIC 9(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InPos          PIC 9(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RecOk          PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RejectCount    PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  PieceIdx       PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InQuote        PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumValue       PIC S9(18)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumScale       PIC 9(18)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumDigitX      PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumDigit REDEFINES NumDigitX PIC 9."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumInt         PIC 9(2)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumDec         PIC 9(2)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MaxInt         PIC 9(2)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  MaxDec         PIC 9(2)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumSigned      PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumNegative    PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumPoint       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumSeen        PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  NumDone        PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WALK-JSN-FIELDS.
           MOVE 'Y' TO WS-JSN-FIRST.
           MOVE 1 TO WS-JSN-I.
           PERFORM UNTIL WS-JSN-I > WS-HOSTVAR-COUNT
               PERFORM FIND-JSN-RUN
               EVALUATE TRUE
                   WHEN WS-JSN-N = 0
                       MOVE WS-JSN-I TO WS-JSN-FIELD
                       MOVE 'K' TO WS-JSN-ROLE
                       PERFORM WRITE-JSN-MEMBER
                       ADD 1 TO WS-JSN-I
                   WHEN WS-JSN-K = 1
                       PERFORM WRITE-JSN-SIMPLE-ARRAY
                       ADD WS-JSN-N TO WS-JSN-I
                   WHEN OTHER
                       PERFORM WRITE-JSN-GROUP-ARRAY
                       COMPUTE WS-JSN-I = WS-JSN-I
                           + WS-JSN-K * WS-JSN-N
               END-EVALUATE
           END-PERFORM.

       FIND-JSN-RUN.
           MOVE 0 TO WS-JSN-K.
           MOVE 0 TO WS-JSN-N.
           MOVE WS-JSN-I TO WS-JSN-FIELD.
           PERFORM SPLIT-JSN-REF.
           IF WS-JSN-SUB = "1"
               MOVE WS-JSN-I TO WS-JSN-J
               PERFORM UNTIL WS-JSN-J > WS-HOSTVAR-COUNT
                   OR WS-JSN-SUB NOT = "1"
                   ADD 1 TO WS-JSN-K
                   ADD 1 TO WS-JSN-J
                   IF WS-JSN-J <= WS-HOSTVAR-COUNT
                       MOVE WS-JSN-J TO WS-JSN-FIELD
                       PERFORM SPLIT-JSN-REF
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-JSN-N
               MOVE 'Y' TO WS-JSN-MATCH
               PERFORM UNTIL WS-JSN-MATCH = 'N'
                   PERFORM CHECK-JSN-NEXT-REP
                   IF WS-JSN-MATCH = 'Y'
                       ADD 1 TO WS-JSN-N
                   END-IF
               END-PERFORM
               IF WS-JSN-N < 2
                   MOVE 0 TO WS-JSN-N
               END-IF
           END-IF.

       CHECK-JSN-NEXT-REP.
           COMPUTE WS-JSN-SUB-DISP = WS-JSN-N + 1.
           MOVE SPACES TO WS-JSN-EXP-SUB.
           MOVE FUNCTION TRIM(WS-JSN-SUB-DISP) TO WS-JSN-EXP-SUB.
           PERFORM VARYING WS-JSN-M FROM 0 BY 1
               UNTIL WS-JSN-M >= WS-JSN-K OR WS-JSN-MATCH = 'N'
               COMPUTE WS-JSN-J = WS-JSN-I + WS-JSN-N * WS-JSN-K
                   + WS-JSN-M
               IF WS-JSN-J > WS-HOSTVAR-COUNT
                   MOVE 'N' TO WS-JSN-MATCH
               ELSE
                   MOVE WS-JSN-J TO WS-JSN-FIELD
                   PERFORM SPLIT-JSN-REF
                   MOVE WS-JSN-BASE TO WS-JSN-BASE2
                   MOVE WS-JSN-SUB TO WS-JSN-SUB2
                   COMPUTE WS-JSN-FIELD = WS-JSN-I + WS-JSN-M
                   PERFORM SPLIT-JSN-REF
                   IF WS-JSN-BASE2 NOT = WS-JSN-BASE
                       OR WS-JSN-SUB2 NOT = WS-JSN-EXP-SUB
                       MOVE 'N' TO WS-JSN-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       SPLIT-JSN-REF.
           MOVE WS-HOSTVAR-REF(WS-JSN-FIELD) TO WS-JSN-BASE.
           MOVE SPACES TO WS-JSN-SUB.
           MOVE 0 TO WS-JSN-POS.
           INSPECT WS-JSN-BASE TALLYING WS-JSN-POS
               FOR CHARACTERS BEFORE INITIAL "(".
           IF WS-JSN-POS < 29
               MOVE WS-JSN-BASE(WS-JSN-POS + 2:) TO WS-JSN-SUB
               MOVE SPACES TO WS-JSN-BASE(WS-JSN-POS + 1:)
               INSPECT WS-JSN-SUB REPLACING FIRST ")" BY " "
           END-IF.

       FIND-JSN-GROUP-NAME.
           MOVE SPACES TO WS-JSN-GRPNAME.
           PERFORM VARYING WS-OCG-IDX FROM 1 BY 1
               UNTIL WS-OCG-IDX > WS-OCG-COUNT
               PERFORM VARYING WS-JSN-M FROM 0 BY 1
                   UNTIL WS-JSN-M >= WS-JSN-K
                   COMPUTE WS-JSN-J = WS-JSN-I + WS-JSN-M
                   IF WS-JSN-GRPNAME = SPACES
                       AND WS-OCG-FIRST(WS-OCG-IDX)
                           = WS-HOSTVAR-REF(WS-JSN-J)
                       MOVE WS-OCG-NAME(WS-OCG-IDX) TO WS-JSN-GRPNAME
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-JSN-GRPNAME = SPACES
               MOVE WS-JSN-I TO WS-JSN-FIELD
               PERFORM SPLIT-JSN-REF
               MOVE WS-JSN-BASE TO WS-JSN-GRPNAME
           END-IF.

       START-JSN-PIECE.
           MOVE SPACES TO WS-JSN-PIECE.
           MOVE 1 TO WS-JSN-PTR.
           IF WS-JSN-FORMAT = 'J' AND WS-JSN-FIRST = 'N'
               STRING "," DELIMITED BY SIZE
                      INTO WS-JSN-PIECE WITH POINTER WS-JSN-PTR
               END-STRING
           END-IF.
           MOVE 'N' TO WS-JSN-FIRST.

       ADD-JSN-PIECE-LINES.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE '" DELIMITED BY SIZE
                  WS-JSN-PIECE DELIMITED BY SPACE
                  "' TO Piece" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-DIRECTION = 'E'
               MOVE "               PERFORM Expect-Piece" TO WS-GEN-LINE
           ELSE
               MOVE "               PERFORM Put-Piece" TO WS-GEN-LINE
           END-IF.
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-OPEN-TAG.
           MOVE SPACES TO WS-JSN-PIECE.
           STRING "<" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-GRPNAME) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO WS-JSN-PIECE
           END-STRING.
           PERFORM ADD-JSN-PIECE-LINES.

       WRITE-JSN-CLOSE-TAG.
           MOVE SPACES TO WS-JSN-PIECE.
           STRING "</" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-GRPNAME) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO WS-JSN-PIECE
           END-STRING.
           PERFORM ADD-JSN-PIECE-LINES.

       WRITE-JSN-OPEN-KEYED.
           PERFORM START-JSN-PIECE.
           STRING QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-GRPNAME) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  ":[" DELIMITED BY SIZE
                  INTO WS-JSN-PIECE WITH POINTER WS-JSN-PTR
           END-STRING.
           PERFORM ADD-JSN-PIECE-LINES.
           MOVE 'Y' TO WS-JSN-FIRST.

       WRITE-JSN-CLOSE-ARRAY.
           MOVE "]" TO WS-JSN-PIECE.
           PERFORM ADD-JSN-PIECE-LINES.
           MOVE 'N' TO WS-JSN-FIRST.

       WRITE-JSN-MEMBER.
           PERFORM SPLIT-JSN-REF.
           IF WS-JSN-FORMAT = 'X'
               MOVE WS-JSN-BASE TO WS-JSN-GRPNAME
               PERFORM WRITE-JSN-OPEN-TAG
           ELSE
               PERFORM START-JSN-PIECE
               IF WS-JSN-ROLE = 'K'
                   STRING QUOTE DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JSN-BASE) DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          INTO WS-JSN-PIECE WITH POINTER WS-JSN-PTR
                   END-STRING
               END-IF
               IF WS-JSN-PIECE NOT = SPACES
                   PERFORM ADD-JSN-PIECE-LINES
               END-IF
           END-IF.
           IF WS-JSN-DIRECTION = 'E'
               PERFORM WRITE-JSN-GET-VALUE
           ELSE
               PERFORM WRITE-JSN-PUT-VALUE
           END-IF.
           IF WS-JSN-FORMAT = 'X'
               MOVE WS-JSN-BASE TO WS-JSN-GRPNAME
               PERFORM WRITE-JSN-CLOSE-TAG
           END-IF.

       WRITE-JSN-SIMPLE-ARRAY.
           MOVE WS-JSN-I TO WS-JSN-FIELD.
           PERFORM SPLIT-JSN-REF.
           MOVE WS-JSN-BASE TO WS-JSN-GRPNAME.
           IF WS-JSN-FORMAT = 'J'
               PERFORM WRITE-JSN-OPEN-KEYED
               MOVE 'E' TO WS-JSN-ROLE
           ELSE
               MOVE 'K' TO WS-JSN-ROLE
           END-IF.
           PERFORM VARYING WS-JSN-R FROM 0 BY 1
               UNTIL WS-JSN-R >= WS-JSN-N
               COMPUTE WS-JSN-FIELD = WS-JSN-I + WS-JSN-R
               PERFORM WRITE-JSN-MEMBER
           END-PERFORM.
           IF WS-JSN-FORMAT = 'J'
               PERFORM WRITE-JSN-CLOSE-ARRAY
           END-IF.

       WRITE-JSN-GROUP-ARRAY.
           PERFORM FIND-JSN-GROUP-NAME.
           IF WS-JSN-FORMAT = 'J'
               PERFORM WRITE-JSN-OPEN-KEYED
           END-IF.
           PERFORM VARYING WS-JSN-R FROM 0 BY 1
               UNTIL WS-JSN-R >= WS-JSN-N
               PERFORM WRITE-JSN-GROUP-OCCURRENCE
           END-PERFORM.
           IF WS-JSN-FORMAT = 'J'
               PERFORM WRITE-JSN-CLOSE-ARRAY
           END-IF.

       WRITE-JSN-GROUP-OCCURRENCE.
           IF WS-JSN-FORMAT = 'J'
               PERFORM START-JSN-PIECE
               STRING "{" DELIMITED BY SIZE
                      INTO WS-JSN-PIECE WITH POINTER WS-JSN-PTR
               END-STRING
               PERFORM ADD-JSN-PIECE-LINES
               MOVE 'Y' TO WS-JSN-FIRST
           ELSE
               PERFORM FIND-JSN-GROUP-NAME
               PERFORM WRITE-JSN-OPEN-TAG
           END-IF.
           PERFORM VARYING WS-JSN-M FROM 0 BY 1
               UNTIL WS-JSN-M >= WS-JSN-K
               COMPUTE WS-JSN-FIELD = WS-JSN-I + WS-JSN-R * WS-JSN-K
                   + WS-JSN-M
               MOVE 'K' TO WS-JSN-ROLE
               PERFORM WRITE-JSN-MEMBER
           END-PERFORM.
           IF WS-JSN-FORMAT = 'J'
               MOVE "}" TO WS-JSN-PIECE
               PERFORM ADD-JSN-PIECE-LINES
               MOVE 'N' TO WS-JSN-FIRST
           ELSE
               PERFORM FIND-JSN-GROUP-NAME
               PERFORM WRITE-JSN-CLOSE-TAG
           END-IF.

       WRITE-JSN-PUT-VALUE.
           IF WS-RPT-ISNUM(WS-JSN-FIELD) = 'Y'
               MOVE WS-JSN-FIELD TO WS-JSN-NUM-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-JSN-FIELD))
                          DELIMITED BY SIZE
                      " TO NumEdit" DELIMITED BY SIZE
                      WS-JSN-NUM-DISP DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE NumEdit" DELIMITED BY SIZE
                      WS-JSN-NUM-DISP DELIMITED BY SIZE
                      " TO Piece" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               PERFORM Put-Number" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-JSN-FIELD))
                          DELIMITED BY SIZE
                      " TO TextValue" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               PERFORM WRITE-JSN-TEXTLEN-LINE
               MOVE "               PERFORM Put-Text" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.

       WRITE-JSN-TEXTLEN-LINE.
           MOVE WS-HOSTVAR-LEN(WS-JSN-FIELD) TO WS-JSN-LEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-LEN-DISP) DELIMITED BY SIZE
                  " TO TextLen" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-GET-VALUE.
           IF WS-RPT-ISNUM(WS-JSN-FIELD) = 'Y'
               MOVE WS-RPT-INT(WS-JSN-FIELD) TO WS-JSN-INT-DISP
               MOVE WS-RPT-DEC(WS-JSN-FIELD) TO WS-JSN-DEC-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-INT-DISP) DELIMITED BY SIZE
                      " TO MaxInt" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-DEC-DISP) DELIMITED BY SIZE
                      " TO MaxDec" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               IF WS-HOSTVAR-PIC(WS-JSN-FIELD)(1:1) = "S"
                   MOVE "               MOVE 'Y' TO NumSigned"
                       TO WS-GEN-LINE
               ELSE
                   MOVE "               MOVE 'N' TO NumSigned"
                       TO WS-GEN-LINE
               END-IF
               PERFORM ADD-GEN-LINE
               MOVE "               PERFORM Get-Number" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               DIVIDE NumScale INTO NumValue"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   GIVING " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-JSN-FIELD))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               PERFORM WRITE-JSN-TEXTLEN-LINE
               MOVE "               PERFORM Get-Text" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE TextValue TO "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-JSN-FIELD))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.

       WRITE-JSN-RECORD-BODY.
           IF WS-JSN-FORMAT = 'X'
               MOVE WS-GEN-RECNAME TO WS-JSN-GRPNAME
               PERFORM WRITE-JSN-OPEN-TAG
           ELSE
               MOVE "{" TO WS-JSN-PIECE
               PERFORM ADD-JSN-PIECE-LINES
           END-IF.
           PERFORM WALK-JSN-FIELDS.
           IF WS-JSN-FORMAT = 'X'
               MOVE WS-GEN-RECNAME TO WS-JSN-GRPNAME
               PERFORM WRITE-JSN-CLOSE-TAG
           ELSE
               MOVE "}" TO WS-JSN-PIECE
               PERFORM ADD-JSN-PIECE-LINES
           END-IF.

       WRITE-JSN-OUT-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-READ-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Write-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'LUS       : ' ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'ECRITS    : ' WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO OutLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 1 TO OutPtr" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-RECORD-BODY.
           MOVE "               WRITE OutputRecord FROM OutLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO WriteCount." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Put-Piece." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               STRING Piece DELIMITED BY SPACE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO OutLine WITH POINTER OutPtr"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Put-Number." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 0 TO PieceLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               INSPECT Piece TALLYING PieceLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FOR LEADING SPACE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               STRING Piece(PieceLen + 1:)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DELIMITED BY SPACE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO OutLine WITH POINTER OutPtr"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Put-Text." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO TextDone" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "               PERFORM UNTIL TextLen = 0 OR TextDone = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF TextValue(TextLen:1) = SPACE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       SUBTRACT 1 FROM TextLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO TextDone"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-FORMAT = 'J'
               MOVE "               STRING QUOTE DELIMITED BY SIZE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
               "                   INTO OutLine WITH POINTER OutPtr"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-STRING" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "               PERFORM VARYING TextIdx FROM 1 BY 1"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   UNTIL TextIdx > TextLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE TextValue(TextIdx:1) TO InChar"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Put-Text-Char"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-FORMAT = 'J'
               MOVE "               STRING QUOTE DELIMITED BY SIZE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
               "                   INTO OutLine WITH POINTER OutPtr"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-STRING." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "               CONTINUE." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Put-Text-Char." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO Piece" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 1 TO PieceLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE TRUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-FORMAT = 'J'
               MOVE "                   WHEN InChar = QUOTE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       OR InChar = '\'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE '\' TO Piece(1:1)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE InChar TO Piece(2:1)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE 2 TO PieceLen"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "                   WHEN InChar = '&'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE '&amp;' TO Piece"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE 5 TO PieceLen"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   WHEN InChar = '<'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE '&lt;' TO Piece"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE 4 TO PieceLen"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   WHEN InChar = '>'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE '&gt;' TO Piece"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE 4 TO PieceLen"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   WHEN InChar < SPACE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE SPACE TO Piece(1:1)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE InChar TO Piece(1:1)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "               STRING Piece(1:PieceLen) DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO OutLine WITH POINTER OutPtr"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           PERFORM WRITE-JSN-END-PROGRAM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-IN-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   READ InputFile INTO InLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Parse-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           IF RecOk = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-WRITE-LINE.
           MOVE "                               ADD 1 TO WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                               PERFORM Write-Reject"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RejectFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'LUS       : ' ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'CHARGES   : ' WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'REJETES   : ' RejectCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RejectCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Parse-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-INIT-LINE.
           MOVE "               MOVE 'Y' TO RecOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 1 TO InPos" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-INLEN-LINE.
           MOVE "               MOVE 'N' TO TextDone" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "               PERFORM UNTIL InLen = 0 OR TextDone = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF InLine(InLen:1) = SPACE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       SUBTRACT 1 FROM InLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO TextDone"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-RECORD-BODY.
           MOVE "               PERFORM Skip-Blanks" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF InPos <= InLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO RecOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Reject." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO RejectRecord"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE ReadCount TO REJ-LINE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE InPos TO REJ-POS" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE InLine TO REJ-TEXT" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE RejectRecord" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO RejectCount." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Skip-Blanks." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL InPos > InLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OR InLine(InPos:1) NOT = SPACE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO InPos" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Expect-Piece." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RecOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 0 TO PieceLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INSPECT Piece TALLYING PieceLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                       FOR CHARACTERS BEFORE INITIAL SPACE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO InQuote" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                   PERFORM VARYING PieceIdx FROM 1 BY 1"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       UNTIL PieceIdx > PieceLen"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           OR RecOk = 'N'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Expect-Piece-Char"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Expect-Piece-Char." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE Piece(PieceIdx:1) TO InChar"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF InQuote = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Skip-Blanks" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF InPos > InLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO RecOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF InLine(InPos:1) NOT = InChar"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO RecOk"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO InPos" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE TRUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN InChar = '<'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO InQuote"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN InChar = '>'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO InQuote"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN InChar = QUOTE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AND InQuote = 'N'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO InQuote"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN InChar = QUOTE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO InQuote"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Store-Text-Char." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO TextIdx" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF TextIdx > TextLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO RecOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE InChar TO TextValue(TextIdx:1)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Get-Text." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RecOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE SPACES TO TextValue"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 0 TO TextIdx" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-FORMAT = 'J'
               MOVE "                   MOVE SPACES TO Piece"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE QUOTE TO Piece(1:1)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   PERFORM Expect-Piece"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE "                   MOVE 'N' TO TextDone" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM UNTIL TextDone = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR RecOk = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Get-Text-Char"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-JSN-FORMAT = 'J'
               MOVE "       Get-Text-Char." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               IF InPos > InLen" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE InLine(InPos:1) TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ADD 1 TO InPos" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   EVALUATE TRUE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN InChar = QUOTE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE 'Y' TO TextDone"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN InChar = '\'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           PERFORM Get-Escape"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN InChar < SPACE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN OTHER" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           PERFORM Store-Text-Char"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   END-EVALUATE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE " " TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       Get-Escape." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               IF InPos > InLen" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE InLine(InPos:1) TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ADD 1 TO InPos" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   IF InChar = QUOTE"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       OR InChar = '\'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       OR InChar = '/'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       PERFORM Store-Text-Char"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE "       Get-Text-Char." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               IF InPos > InLen" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE InLine(InPos:1) TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   EVALUATE TRUE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN InChar = '<'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE 'Y' TO TextDone"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN InChar = '&'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           ADD 1 TO InPos"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           PERFORM Get-Entity"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN OTHER" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           ADD 1 TO InPos"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           PERFORM Store-Text-Char"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   END-EVALUATE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE " " TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "       Get-Entity." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               MOVE SPACES TO Piece" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               MOVE 0 TO PieceLen" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               PERFORM UNTIL InPos > InLen"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   OR PieceLen > 4" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   OR InLine(InPos:1) = ';'"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ADD 1 TO PieceLen"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE InLine(InPos:1)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       TO Piece(PieceLen:1)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ADD 1 TO InPos" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-PERFORM" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               IF InPos > InLen OR PieceLen > 4"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               ELSE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   ADD 1 TO InPos" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   EVALUATE Piece" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN 'amp'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE '&' TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN 'lt'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE '<' TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN 'gt'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE '>' TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN 'quot'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE QUOTE TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN 'apos'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE '''' TO InChar"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       WHEN OTHER" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                           MOVE 'N' TO RecOk"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   END-EVALUATE" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   IF RecOk = 'Y'" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       PERFORM Store-Text-Char"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                   END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               END-IF." TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Get-Number." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 0 TO NumValue" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 1 TO NumScale" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RecOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Skip-Blanks" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 0 TO NumInt" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 0 TO NumDec" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO NumNegative"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO NumPoint" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO NumSeen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'N' TO NumDone" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF InPos <= InLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       IF InLine(InPos:1) = '-'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO NumNegative"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO InPos"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM UNTIL NumDone = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR RecOk = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Get-Number-Char"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF NumSeen = 'N'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO RecOk"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF NumPoint = 'Y' AND NumDec = 0"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO RecOk"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                   IF NumNegative = 'Y' AND NumSigned = 'N'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO RecOk"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF RecOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM UNTIL NumDec >= MaxDec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MULTIPLY 10 BY NumValue"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO NumDec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       COMPUTE NumScale = 10 ** MaxDec"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       IF NumNegative = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MULTIPLY -1 BY NumValue"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 0 TO NumValue"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Get-Number-Char." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF InPos > InLen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'Y' TO NumDone" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE InLine(InPos:1) TO NumDigitX"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   EVALUATE TRUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN NumDigitX >= '0'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           AND NumDigitX <= '9'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Add-Number-Digit"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO InPos"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN NumDigitX = '.'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           AND NumPoint = 'N'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO NumPoint"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO InPos"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO NumDone"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Add-Number-Digit." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'Y' TO NumSeen" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF NumPoint = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO NumDec" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF NumDec > MaxDec" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO RecOk"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF NumInt > 0 OR NumDigit > 0"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO NumInt" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF NumInt > MaxInt" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'N' TO RecOk"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RecOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   COMPUTE NumValue = NumValue * 10"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       + NumDigit" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           PERFORM WRITE-JSN-END-PROGRAM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-READ-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   READ InputFile INTO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-WRITE-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                               WRITE OutputRecord"
                      DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-INIT-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               INITIALIZE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-INLEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-LINE-DISP) DELIMITED BY SIZE
                  " TO InLen" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-JSN-END-PROGRAM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       END PROGRAM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-PGM) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-TEST-DRIVER.
           DISPLAY WS-UI-TXT(191) LINE 14.
           IF WS-SUB-COUNT = 0
               DISPLAY WS-UI-TXT(6) LINE 15
           ELSE
               DISPLAY WS-UI-TXT(74) LINE 15
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                       OR WS-SUB-IDX > 6
                   DISPLAY WS-SUB-IDX " - " WS-SUB-NAME(WS-SUB-IDX)
                       LINE (15 + WS-SUB-IDX)
               END-PERFORM
               DISPLAY WS-UI-TXT(11) LINE 22
               MOVE 22 TO WS-ANS-LINE
               MOVE 45 TO WS-ANS-COL
               PERFORM GET-SCREEN-NUMBER
               MOVE WS-ANS-NUM TO WS-SUB-CHOICE
               IF WS-SUB-CHOICE > 0 AND WS-SUB-CHOICE <= WS-SUB-COUNT
                   PERFORM FIND-SUB-PARAM-COPYBOOK
                   IF WS-TDRV-FOUND = 'N'
                       DISPLAY WS-UI-TXT(15) LINE 23
                       MOVE 23 TO WS-ANS-LINE
                       MOVE 60 TO WS-ANS-COL
                       PERFORM GET-SCREEN-ANSWER
                       MOVE WS-ANS-VALUE TO WS-SRC-COPYBOOK
                   END-IF
                   PERFORM BUILD-HOSTVAR-LIST-FROM-COPYBOOK
                   IF WS-HOSTVAR-COUNT = 0
                       DISPLAY WS-UI-TXT(4) LINE 24
                   ELSE
                       PERFORM BUILD-TEST-DRIVER
                   END-IF
               END-IF
           END-IF.

       FIND-SUB-PARAM-COPYBOOK.
           MOVE 'N' TO WS-TDRV-FOUND.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-CPY-COUNT
                   OR WS-TDRV-FOUND = 'Y'
               MOVE SPACES TO WS-SRC-FILENAME
               STRING FUNCTION TRIM(WS-KNOWN-CPY-NAME(WS-KNOWN-IDX))
                          DELIMITED BY SPACE
                      ".cpy" DELIMITED BY SIZE
                      INTO WS-SRC-FILENAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-SRC-FILENAME
                   WS-CPY-FILE-DETAILS
                   RETURNING WS-CPY-CHECK-RC
               END-CALL
               IF WS-CPY-CHECK-RC = 0
                   PERFORM CHECK-COPYBOOK-RECORD-NAME
                   IF WS-TDRV-FOUND = 'Y'
                       MOVE WS-KNOWN-CPY-NAME(WS-KNOWN-IDX)
                           TO WS-SRC-COPYBOOK
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-COPYBOOK-RECORD-NAME.
           MOVE 'N' TO WS-COPY-EOF.
           OPEN INPUT COPYSRC.
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ COPYSRC INTO WS-COPY-LINE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       IF WS-COPY-LINE(1:6) IS NUMERIC
                           MOVE SPACES TO WS-COPY-LINE(1:6)
                       END-IF
                       MOVE SPACES TO WS-SCN-TOKEN(1)
                       MOVE SPACES TO WS-SCN-TOKEN(2)
                       IF WS-COPY-LINE(7:1) NOT = "*"
                           UNSTRING FUNCTION TRIM(WS-COPY-LINE)
                               DELIMITED BY ALL SPACE
                               INTO WS-SCN-TOKEN(1) WS-SCN-TOKEN(2)
                           END-UNSTRING
                       END-IF
                       IF WS-SCN-TOKEN(1) = "01"
                           OR WS-SCN-TOKEN(1) = "1"
                           INSPECT WS-SCN-TOKEN(2)
                               REPLACING ALL "." BY SPACE
                           IF WS-SCN-TOKEN(2)
                               = WS-SUB-RECORDNAME(WS-SUB-CHOICE)
                               MOVE 'Y' TO WS-TDRV-FOUND
                           END-IF
                           MOVE 'Y' TO WS-COPY-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPYSRC.

       BUILD-TEST-DRIVER.
           IF WS-COPYBOOK-RECORD-NAME NOT = SPACES
               MOVE WS-COPYBOOK-RECORD-NAME TO WS-GEN-RECNAME
           ELSE
               MOVE WS-SUB-RECORDNAME(WS-SUB-CHOICE) TO WS-GEN-RECNAME
           END-IF.
           PERFORM ANALYZE-REPORT-FIELDS.
           MOVE SPACES TO WS-TDRV-PGM.
           STRING "T" DELIMITED BY SIZE
                  WS-SUB-NAME(WS-SUB-CHOICE)(1:7) DELIMITED BY SPACE
                  INTO WS-TDRV-PGM
           END-STRING.
           MOVE SPACES TO WS-TDRV-CASEFILE.
           STRING FUNCTION TRIM(WS-SUB-NAME(WS-SUB-CHOICE))
                      DELIMITED BY SPACE
                  ".cas" DELIMITED BY SIZE
                  INTO WS-TDRV-CASEFILE
           END-STRING.
           MOVE WS-TDRV-PGM TO WS-RUNLOG-PGM.
           MOVE "ReadCount" TO WS-RUNLOG-READSRC.
           MOVE "CaseCount" TO WS-RUNLOG-WRITESRC.
           MOVE "InputStatus" TO WS-RUNLOG-STATSRC.
           PERFORM WRITE-TDRV-HEADER-PART.
           PERFORM WRITE-TDRV-DATA-PART.
           PERFORM WRITE-TDRV-PROC-PART.
           IF WS-PRF-MISSING NOT = 'Y'
               PERFORM WRITE-TEST-CASE-STARTER
           END-IF.

       WRITE-TDRV-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TDRV-PGM) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       INPUT-OUTPUT SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT CaseFile ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TDRV-CASEFILE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT TestReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TDRV-PGM) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-TDRV-DATA-PART.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  CaseFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CaseRecord." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CASE-TYPE    PIC X(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CASE-FIELD   PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CASE-VALUE   PIC X(60)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  TestReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportRecord   PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  EndOfFile      PIC X VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "N" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CaseCount      PIC 9(5) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  PassCount      PIC 9(5) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  FailCount      PIC 9(5) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CaseOpen       PIC X VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "N" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CaseId         PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CaseErrors     PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  UnknownField   PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  FieldMatch     PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Obtained       PIC X(60)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CountDisp      PIC ZZZZ9." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine     PIC X(132)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ExpCount       PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ExpIdx         PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ExpTable." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 ExpEntry OCCURS 200 TIMES."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "              10 ExpField PIC X(30)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "              10 ExpValue PIC X(60)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   PERFORM WRITE-JSN-NUM-EDIT-ITEM
               END-IF
           END-PERFORM.
           PERFORM WRITE-RUNLOG-WS.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-TDRV-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT CaseFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT TestReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "PILOTE DE TEST DE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUB-NAME(WS-SUB-CHOICE))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DELIMITED BY SIZE INTO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               PERFORM UNTIL EndOfFile = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   READ CaseFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                           MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO EndOfFile" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Process-Case-Line"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF CaseOpen = " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Run-Case" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE CaseFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE TestReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS EXECUTES : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " CaseCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS REUSSIS  : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " PassCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS EN ECHEC : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " FailCount" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF FailCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 8 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Process-Case-Line." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE CASE-TYPE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CASE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       IF CaseOpen = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Run-Case"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       INITIALIZE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE CASE-FIELD TO CaseId"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 0 TO ExpCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 0 TO CaseErrors"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE SPACES TO UnknownField"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO CaseOpen" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "IN" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       IF CaseOpen = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Set-Input-Field"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "EXP" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       IF CaseOpen = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " AND ExpCount < 200" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ExpCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE CASE-FIELD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                               TO ExpField(ExpCount)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE CASE-VALUE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                               TO ExpValue(ExpCount)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "END" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       IF CaseOpen = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Run-Case"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       CONTINUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Set-Input-Field." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE CASE-FIELD" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-TDRV-SET-FIELD.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO CaseErrors"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE CASE-FIELD TO UnknownField"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Run-Case." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO CaseCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "N" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO CaseOpen" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CaseId DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               CALL " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUB-NAME(WS-SUB-CHOICE))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " USING " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF UnknownField NOT = SPACES"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "    CHAMP INCONNU : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       UnknownField DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Check-Field" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   VARYING ExpIdx FROM 1 BY 1"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   UNTIL ExpIdx > ExpCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF CaseErrors = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO PassCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "    RESULTAT : REUSSI" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       TO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO FailCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "    RESULTAT : ECHEC" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       TO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Check-Field." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "Y" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO FieldMatch" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO Obtained" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               EVALUATE ExpField(ExpIdx)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-TDRV-CHECK-FIELD.
           MOVE "                   WHEN OTHER" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "N" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO FieldMatch" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "(CHAMP INCONNU)" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO Obtained" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-EVALUATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF FieldMatch = " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "N" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO CaseErrors" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                       ExpField(ExpIdx) DELIMITED BY SPACE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " ATTENDU=" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       ExpValue(ExpIdx) "
                      DELIMITED BY SIZE
                  "DELIMITED BY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " OBTENU=" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       Obtained DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE CaseCount TO CountDisp"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS EXECUTES : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CountDisp DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE PassCount TO CountDisp"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS REUSSIS  : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CountDisp DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE FailCount TO CountDisp"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               STRING " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "CAS EN ECHEC : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " DELIMITED BY SIZE" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CountDisp DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           PERFORM WRITE-TDRV-END-PROGRAM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-TDRV-SET-FIELD.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-TDRV-WHEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   STRING "                       COMPUTE "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                           = FUNCTION "
                              DELIMITED BY SIZE
                          "NUMVAL(CASE-VALUE)" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               ELSE
                   STRING "                       MOVE CASE-VALUE TO "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.

       WRITE-TDRV-CHECK-FIELD.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               PERFORM WRITE-TDRV-WHEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                       IF " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                          DELIMITED BY SIZE
                      " NOT =" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                           FUNCTION "
                              DELIMITED BY SIZE
                          "NUMVAL(ExpValue(ExpIdx))" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
               ELSE
                   MOVE "                           ExpValue(ExpIdx)"
                       TO WS-GEN-LINE
               END-IF
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                           MOVE "
                          DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      "N" DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " TO FieldMatch" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       END-IF" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               MOVE WS-HOSTVAR-IDX TO WS-JSN-NUM-DISP
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   STRING "                       MOVE "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          " TO NumEdit" DELIMITED BY SIZE
                          WS-JSN-NUM-DISP DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "                       MOVE NumEdit"
                              DELIMITED BY SIZE
                          WS-JSN-NUM-DISP DELIMITED BY SIZE
                          " TO Obtained" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   STRING "                       MOVE "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                              DELIMITED BY SIZE
                          " TO Obtained" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       WRITE-TDRV-WHEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   WHEN " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-REF(WS-HOSTVAR-IDX))
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-TDRV-END-PROGRAM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       END PROGRAM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TDRV-PGM) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-TEST-CASE-STARTER.
           MOVE WS-TDRV-CASEFILE TO WS-DAT-FILENAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DAT-FILENAME
               WS-CPY-FILE-DETAILS
               RETURNING WS-CPY-CHECK-RC
           END-CALL.
           IF WS-CPY-CHECK-RC = 0
               DISPLAY WS-UI-TXT(193) LINE 24
               DISPLAY WS-TDRV-CASEFILE LINE 24 COL 45
           ELSE
               OPEN OUTPUT DATFILE
               MOVE "* JEU DE CAS DE TEST DU SOUS-PROGRAMME"
                   TO DAT-RECORD
               MOVE WS-SUB-NAME(WS-SUB-CHOICE) TO DAT-RECORD(40:8)
               WRITE DAT-RECORD
               MOVE "* COL 1-5 TYPE, COL 7-36 CHAMP, COL 38-97 VALEUR"
                   TO DAT-RECORD
               WRITE DAT-RECORD
               MOVE "* CASE ID / IN CHAMP VALEUR / EXP CHAMP VALEUR"
                   TO DAT-RECORD
               WRITE DAT-RECORD
               MOVE "* END FERME LE CAS; EXP = VALEUR ATTENDUE"
                   TO DAT-RECORD
               WRITE DAT-RECORD
               MOVE "* SUPPRIMER LES EXP DES CHAMPS NON CONTROLES"
                   TO DAT-RECORD
               WRITE DAT-RECORD
               PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
                   UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
                   MOVE WS-HOSTVAR-OFF(WS-HOSTVAR-IDX)
                       TO WS-TDRV-POS-DISP
                   ADD 1 TO WS-TDRV-POS-DISP
                   MOVE WS-HOSTVAR-LEN(WS-HOSTVAR-IDX)
                       TO WS-TDRV-LEN-DISP
                   MOVE SPACES TO DAT-RECORD
                   STRING "* " DELIMITED BY SIZE
                          WS-HOSTVAR-REF(WS-HOSTVAR-IDX)
                              DELIMITED BY SIZE
                          " PIC " DELIMITED BY SIZE
                          WS-HOSTVAR-PIC(WS-HOSTVAR-IDX)
                              DELIMITED BY SIZE
                          " POS " DELIMITED BY SIZE
                          WS-TDRV-POS-DISP DELIMITED BY SIZE
                          " LONG " DELIMITED BY SIZE
                          WS-TDRV-LEN-DISP DELIMITED BY SIZE
                          INTO DAT-RECORD
                   END-STRING
                   WRITE DAT-RECORD
               END-PERFORM
               MOVE "CASE" TO WS-TDRV-TYPE
               MOVE SPACES TO DAT-RECORD
               STRING WS-TDRV-TYPE " CAS001" DELIMITED BY SIZE
                   INTO DAT-RECORD
               END-STRING
               WRITE DAT-RECORD
               MOVE "IN" TO WS-TDRV-TYPE
               PERFORM WRITE-TEST-CASE-FIELDS
               MOVE "EXP" TO WS-TDRV-TYPE
               PERFORM WRITE-TEST-CASE-FIELDS
               MOVE "END" TO DAT-RECORD
               WRITE DAT-RECORD
               CLOSE DATFILE
               DISPLAY WS-UI-TXT(193) LINE 24
               DISPLAY WS-TDRV-CASEFILE LINE 24 COL 45
           END-IF.

       WRITE-TEST-CASE-FIELDS.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
               MOVE SPACES TO DAT-RECORD
               STRING WS-TDRV-TYPE " " DELIMITED BY SIZE
                      WS-HOSTVAR-REF(WS-HOSTVAR-IDX) DELIMITED BY SIZE
                      INTO DAT-RECORD
               END-STRING
               IF WS-RPT-ISNUM(WS-HOSTVAR-IDX) = 'Y'
                   MOVE "0" TO DAT-RECORD(38:1)
               END-IF
               WRITE DAT-RECORD
           END-PERFORM.

       GENERATE-MASKING-PROGRAM.
           DISPLAY WS-UI-TXT(208) LINE 14.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           IF WS-GEN-CPY-NUM = 0 OR WS-GEN-CPY-NUM > WS-KNOWN-CPY-COUNT
               OR WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM ANALYZE-REPORT-FIELDS
               PERFORM ACCEPT-INDEXED-KEYS
               PERFORM ACCEPT-MASKING-RULES
               MOVE "masquage" TO WS-JSN-PGM
               PERFORM ACCEPT-INPUT-DATASET
               MOVE "essai.dat" TO WS-GEN-DEFAULT-OUT
               PERFORM ACCEPT-OUTPUT-DATASET
               MOVE WS-JSN-PGM TO WS-RUNLOG-PGM
               MOVE "ReadCount" TO WS-RUNLOG-READSRC
               MOVE "WriteCount" TO WS-RUNLOG-WRITESRC
               MOVE "InputStatus" TO WS-RUNLOG-STATSRC
               PERFORM WRITE-MSK-HEADER-PART
               PERFORM WRITE-MSK-DATA-PART
               PERFORM WRITE-MSK-PROC-PART
           END-IF.

       ACCEPT-MASKING-RULES.
           MOVE 0 TO WS-MSK-COUNT.
           MOVE 'N' TO WS-MSK-DONE.
           PERFORM UNTIL WS-MSK-DONE = 'Y'
               IF WS-MSK-COUNT = 20
                   MOVE 'Y' TO WS-MSK-DONE
               ELSE
                   DISPLAY WS-UI-TXT(209) LINE 23
                   MOVE 23 TO WS-ANS-LINE
                   MOVE 60 TO WS-ANS-COL
                   PERFORM GET-SCREEN-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE)
                       TO WS-MSK-FIELD
                   IF WS-MSK-FIELD = SPACES
                       MOVE 'Y' TO WS-MSK-DONE
                   ELSE
                       PERFORM ACCEPT-ONE-MASKING-RULE
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-ONE-MASKING-RULE.
           PERFORM FIND-MASKING-FIELD.
           DISPLAY WS-UI-TXT(210) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE(1:1))
               TO WS-MSK-RULE(WS-MSK-COUNT + 1).
           DISPLAY WS-UI-TXT(211) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-MSK-PARAM(WS-MSK-COUNT + 1).
           PERFORM CHECK-MASKING-RULE.
           IF WS-MSK-OK = 'Y'
               ADD 1 TO WS-MSK-COUNT
               MOVE WS-MSK-FOUND TO WS-MSK-FLD(WS-MSK-COUNT)
           ELSE
               DISPLAY WS-UI-TXT(212) LINE 24
               DISPLAY WS-MSK-FIELD LINE 24 COL 42
           END-IF.

       FIND-MASKING-FIELD.
           MOVE 0 TO WS-MSK-FOUND.
           PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
               UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
                   OR WS-MSK-FOUND > 0
               IF WS-HOSTVAR-NAME(WS-HOSTVAR-IDX) = WS-MSK-FIELD
                   OR WS-HOSTVAR-REF(WS-HOSTVAR-IDX) = WS-MSK-FIELD
                   MOVE WS-HOSTVAR-IDX TO WS-MSK-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
               UNTIL WS-MSK-IDX > WS-MSK-COUNT
               IF WS-MSK-FLD(WS-MSK-IDX) = WS-MSK-FOUND
                   MOVE 0 TO WS-MSK-FOUND
               END-IF
           END-PERFORM.

       CHECK-MASKING-RULE.
           MOVE 'Y' TO WS-MSK-OK.
           MOVE WS-MSK-COUNT TO WS-MSK-IDX.
           ADD 1 TO WS-MSK-IDX.
           IF WS-MSK-FOUND = 0
               MOVE 'N' TO WS-MSK-OK
           ELSE
               IF WS-HOSTVAR-NAME(WS-MSK-FOUND) = WS-IDX-RECORD-KEY
                   OR WS-HOSTVAR-REF(WS-MSK-FOUND) = WS-IDX-RECORD-KEY
                   IF WS-MSK-RULE(WS-MSK-IDX) NOT = 'C'
                       MOVE 'C' TO WS-MSK-RULE(WS-MSK-IDX)
                       MOVE SPACES TO WS-MSK-PARAM(WS-MSK-IDX)
                       DISPLAY WS-UI-TXT(213) LINE 24
                   END-IF
               END-IF
               EVALUATE WS-MSK-RULE(WS-MSK-IDX)
                   WHEN 'F'
                       PERFORM CHECK-MASKING-FIXED
                   WHEN 'C'
                       IF WS-MSK-PARAM(WS-MSK-IDX) = SPACES
                           MOVE "7" TO WS-MSK-PARAM(WS-MSK-IDX)
                       END-IF
                       MOVE "0123456789" TO WS-MSK-DIGIT-SET
                       PERFORM CHECK-MASKING-DIGITS
                       IF WS-MSK-DIGITS > 5
                           MOVE 'N' TO WS-MSK-OK
                       END-IF
                   WHEN 'D'
                       IF WS-RPT-ISNUM(WS-MSK-FOUND) NOT = 'Y'
                           OR WS-RPT-INT(WS-MSK-FOUND) NOT = 8
                           OR WS-RPT-DEC(WS-MSK-FOUND) NOT = 0
                           MOVE 'N' TO WS-MSK-OK
                       END-IF
                       IF WS-MSK-PARAM(WS-MSK-IDX) = SPACES
                           MOVE "30" TO WS-MSK-PARAM(WS-MSK-IDX)
                       END-IF
                       MOVE "0123456789-" TO WS-MSK-DIGIT-SET
                       PERFORM CHECK-MASKING-DIGITS
                       IF WS-MSK-DIGITS > 5
                           MOVE 'N' TO WS-MSK-OK
                       END-IF
                   WHEN 'N'
                       IF WS-RPT-ISNUM(WS-MSK-FOUND) NOT = 'Y'
                           MOVE 'N' TO WS-MSK-OK
                       END-IF
                       IF WS-MSK-PARAM(WS-MSK-IDX) = SPACES
                           MOVE "10" TO WS-MSK-PARAM(WS-MSK-IDX)
                       END-IF
                       MOVE "0123456789" TO WS-MSK-DIGIT-SET
                       PERFORM CHECK-MASKING-DIGITS
                       IF WS-MSK-DIGITS > 2
                           MOVE 'N' TO WS-MSK-OK
                       END-IF
                       IF WS-MSK-OK = 'Y'
                           IF FUNCTION NUMVAL(WS-MSK-PARAM(WS-MSK-IDX))
                               = 0
                               MOVE 'N' TO WS-MSK-OK
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-MSK-OK
               END-EVALUATE
           END-IF.

       CHECK-MASKING-FIXED.
           MOVE 0 TO WS-MSK-TALLY.
           INSPECT WS-MSK-PARAM(WS-MSK-IDX)
               TALLYING WS-MSK-TALLY FOR ALL QUOTE.
           IF WS-MSK-TALLY > 0
               MOVE 'N' TO WS-MSK-OK
           END-IF.
           IF WS-RPT-ISNUM(WS-MSK-FOUND) = 'Y'
               IF WS-MSK-PARAM(WS-MSK-IDX) = SPACES
                   MOVE "0" TO WS-MSK-PARAM(WS-MSK-IDX)
               END-IF
               MOVE "0123456789.-" TO WS-MSK-DIGIT-SET
               PERFORM CHECK-MASKING-DIGITS
               IF WS-MSK-DIGITS > WS-RPT-INT(WS-MSK-FOUND)
                   + WS-RPT-DEC(WS-MSK-FOUND) + 2
                   MOVE 'N' TO WS-MSK-OK
               END-IF
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM
                   (WS-MSK-PARAM(WS-MSK-IDX), TRAILING))
                   > WS-HOSTVAR-LEN(WS-MSK-FOUND)
                   MOVE 'N' TO WS-MSK-OK
               END-IF
           END-IF.

       CHECK-MASKING-DIGITS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM
               (WS-MSK-PARAM(WS-MSK-IDX))) TO WS-MSK-DIGITS.
           MOVE WS-MSK-PARAM(WS-MSK-IDX) TO WS-MSK-SCAN.
           INSPECT WS-MSK-SCAN CONVERTING WS-MSK-DIGIT-SET
               TO WS-MSK-BLANKS.
           IF WS-MSK-SCAN NOT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-MSK-PARAM(WS-MSK-IDX)) > 0
               OR WS-MSK-PARAM(WS-MSK-IDX)(1:1) = SPACE
               OR WS-MSK-PARAM(WS-MSK-IDX)(WS-MSK-DIGITS:1) = "."
               MOVE 'N' TO WS-MSK-OK
           END-IF.

       WRITE-MSK-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. masquage." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       AUTHOR. " DELIMITED BY SIZE
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT InputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-IN) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OutputFile ASSIGN TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ASSIGN-OUT) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT MaskReport ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "masquage.rpt" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-DATA-PART.
           MOVE WS-LAYOUT-TOTLEN TO WS-JSN-RLEN-DISP.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  InputRecord    PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-RLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  OutputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  OutputRecord   PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JSN-RLEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  MaskReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportRecord   PIC X(80)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           COPY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WriteCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CountDisp      PIC Z(8)9." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReportLine     PIC X(80)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Text       PIC X(256)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Len        PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Pos        PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Idx        PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Seed       PIC 9(5)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Chain      PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Shift      PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Char       PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Found      PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Set        PIC X(26)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Set-Len    PIC 9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
               "       01  Msk-Digits     PIC X(10) VALUE '0123456789'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Upper      PIC X(26)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Lower      PIC X(26)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           VALUE 'abcdefghijklmnopqrstuvwxyz'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Date       PIC 9(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Pct        PIC S9(3)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Msk-Neg        PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           MOVE WS-MSK-COUNT TO WS-MSK-K-DISP.
           STRING "       01  Msk-Cnt        PIC 9(9) VALUE 0 OCCURS "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           IF WS-MSK-COUNT > 0
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
               UNTIL WS-MSK-IDX > WS-MSK-COUNT
               MOVE WS-MSK-FLD(WS-MSK-IDX) TO WS-MSK-FOUND
               IF WS-MSK-RULE(WS-MSK-IDX) = 'C'
                   AND WS-RPT-ISNUM(WS-MSK-FOUND) = 'Y'
                   PERFORM WRITE-MSK-NUM-WORK-ITEM
               END-IF
           END-PERFORM.
           PERFORM WRITE-RUNLOG-WS.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-NUM-WORK-ITEM.
           MOVE WS-MSK-IDX TO WS-MSK-K-DISP.
           MOVE WS-RPT-INT(WS-MSK-FOUND) TO WS-MSK-N-DISP.
           MOVE WS-RPT-DEC(WS-MSK-FOUND) TO WS-MSK-D-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           IF WS-RPT-DEC(WS-MSK-FOUND) > 0
               STRING "       01  Msk-N" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                      " PIC 9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-N-DISP) DELIMITED BY SIZE
                      ")V9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-D-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               STRING "       01  Msk-N" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                      " PIC 9(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-N-DISP) DELIMITED BY SIZE
                      ")." DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF.
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           COMPUTE WS-MSK-DIGITS = WS-RPT-INT(WS-MSK-FOUND)
               + WS-RPT-DEC(WS-MSK-FOUND).
           MOVE WS-MSK-DIGITS TO WS-MSK-N-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  Msk-X" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  " REDEFINES Msk-N" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  " PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-N-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-WRITE-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           MOVE "                           WRITE OutputRecord"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                               FROM "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECNAME) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-READ-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Mask-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MSK-WRITE-LINE.
           MOVE "                           ADD 1 TO WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE OutputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Mask-Report"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'LUS       : ' ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'ECRITS    : ' WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Mask-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MSK-FIELD-RULES.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Scramble-Text." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE Msk-Seed TO Msk-Chain"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM VARYING Msk-Pos FROM 1 BY 1"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   UNTIL Msk-Pos > Msk-Len"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                   MOVE Msk-Text(Msk-Pos:1) TO Msk-Char"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 0 TO Msk-Found" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE Msk-Digits TO Msk-Set"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 10 TO Msk-Set-Len"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Find-In-Set" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF Msk-Found = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE Msk-Upper TO Msk-Set"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 26 TO Msk-Set-Len"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Find-In-Set"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF Msk-Found = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE Msk-Lower TO Msk-Set"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       PERFORM Find-In-Set"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF Msk-Found > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                       COMPUTE Msk-Shift = FUNCTION MOD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           (Msk-Found - 1 + Msk-Chain"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                           + Msk-Pos * 7, Msk-Set-Len) + 1"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE Msk-Set(Msk-Shift:1)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           TO Msk-Text(Msk-Pos:1)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                       COMPUTE Msk-Chain = FUNCTION MOD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                           (Msk-Chain * 31 + Msk-Found,"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           999983)" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Find-In-Set." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM VARYING Msk-Idx FROM 1 BY 1"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   UNTIL Msk-Idx > Msk-Set-Len"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR Msk-Found > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF Msk-Set(Msk-Idx:1) = Msk-Char"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE Msk-Idx TO Msk-Found"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Mask-Report." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT MaskReport" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               STRING 'RAPPORT DE MASQUAGE DU '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                          DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      RUN-SDATE DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MSK-REPORT-FILES.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'CHAMP' TO ReportLine(1:5)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'REGLE' TO ReportLine(32:5)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'PARAMETRE' TO ReportLine(48:9)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'NOMBRE' TO ReportLine(74:6)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MSK-REPORT-FIELDS.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE ReadCount TO CountDisp"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               STRING 'ENREGISTREMENTS LUS    : '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                          DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      CountDisp DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE WriteCount TO CountDisp"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               STRING 'ENREGISTREMENTS ECRITS : '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                          DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      CountDisp DELIMITED BY SIZE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                      INTO ReportLine" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-STRING" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-MSK-REPORT-KEY.
           MOVE "               CLOSE MaskReport." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           PERFORM WRITE-JSN-END-PROGRAM.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-FIELD-RULES.
           PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
               UNTIL WS-MSK-IDX > WS-MSK-COUNT
               MOVE WS-MSK-FLD(WS-MSK-IDX) TO WS-MSK-FOUND
               MOVE WS-MSK-IDX TO WS-MSK-K-DISP
               EVALUATE WS-MSK-RULE(WS-MSK-IDX)
                   WHEN 'F'
                       PERFORM WRITE-MSK-FIXED-RULE
                   WHEN 'C'
                       IF WS-RPT-ISNUM(WS-MSK-FOUND) = 'Y'
                           PERFORM WRITE-MSK-NUM-SCRAMBLE
                       ELSE
                           PERFORM WRITE-MSK-TEXT-SCRAMBLE
                       END-IF
                   WHEN 'D'
                       PERFORM WRITE-MSK-DATE-RULE
                   WHEN 'N'
                       PERFORM WRITE-MSK-AMOUNT-RULE
               END-EVALUATE
               IF WS-MSK-RULE(WS-MSK-IDX) NOT = 'D'
                   MOVE SPACES TO WS-SQL-LINE
                   STRING "               ADD 1 TO Msk-Cnt("
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MSK-K-DISP)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
                   MOVE WS-SQL-LINE TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               END-IF
           END-PERFORM.

       WRITE-MSK-FIXED-RULE.
           MOVE SPACES TO WS-SQL-LINE.
           IF WS-RPT-ISNUM(WS-MSK-FOUND) = 'Y'
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-PARAM(WS-MSK-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               IF WS-MSK-PARAM(WS-MSK-IDX) = SPACES
                   MOVE "               MOVE SPACES" TO WS-SQL-LINE
               ELSE
                   STRING "               MOVE " DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MSK-PARAM(WS-MSK-IDX),
                              TRAILING) DELIMITED BY SIZE
                          QUOTE DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   TO @" TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.

       WRITE-MSK-TEXT-SCRAMBLE.
           MOVE "               MOVE @ TO Msk-Text" TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.
           IF WS-HOSTVAR-LEN(WS-MSK-FOUND) > 256
               MOVE 256 TO WS-MSK-DIGITS
           ELSE
               MOVE WS-HOSTVAR-LEN(WS-MSK-FOUND) TO WS-MSK-DIGITS
           END-IF.
           PERFORM WRITE-MSK-SCRAMBLE-CALL.
           IF WS-HOSTVAR-LEN(WS-MSK-FOUND) > 256
               MOVE "               MOVE Msk-Text TO @(1:256)"
                   TO WS-MSK-TEMPLATE
           ELSE
               MOVE "               MOVE Msk-Text TO @"
                   TO WS-MSK-TEMPLATE
           END-IF.
           PERFORM WRITE-MSK-REF-LINE.

       WRITE-MSK-NUM-SCRAMBLE.
           MOVE "               MOVE 'N' TO Msk-Neg" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF @ < 0" TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE "                   MOVE 'Y' TO Msk-Neg" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-MSK-TEMPLATE.
           STRING "               MOVE @ TO Msk-N" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  INTO WS-MSK-TEMPLATE
           END-STRING.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE Msk-X" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  " TO Msk-Text" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           COMPUTE WS-MSK-DIGITS = WS-RPT-INT(WS-MSK-FOUND)
               + WS-RPT-DEC(WS-MSK-FOUND).
           PERFORM WRITE-MSK-SCRAMBLE-CALL.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE Msk-Text TO Msk-X"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF Msk-Neg = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-MSK-TEMPLATE.
           STRING "                   COMPUTE @ = 0 - Msk-N"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  INTO WS-MSK-TEMPLATE
           END-STRING.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-MSK-TEMPLATE.
           STRING "                   MOVE Msk-N" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  " TO @" DELIMITED BY SIZE
                  INTO WS-MSK-TEMPLATE
           END-STRING.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-SCRAMBLE-CALL.
           MOVE WS-MSK-DIGITS TO WS-MSK-N-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-N-DISP) DELIMITED BY SIZE
                  " TO Msk-Len" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-PARAM(WS-MSK-IDX))
                      DELIMITED BY SIZE
                  " TO Msk-Seed" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Scramble-Text" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-DATE-RULE.
           MOVE "               MOVE @ TO Msk-Date" TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE
               "               IF FUNCTION TEST-DATE-YYYYMMDD(Msk-Date)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   = 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   COMPUTE Msk-Date = FUNCTION"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       DATE-OF-INTEGER(FUNCTION"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           IF WS-MSK-PARAM(WS-MSK-IDX)(1:1) = "-"
               STRING "                       INTEGER-OF-DATE(Msk-Date)"
                          DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-PARAM(WS-MSK-IDX)(2:))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               STRING "                       INTEGER-OF-DATE(Msk-Date)"
                          DELIMITED BY SIZE
                      " + " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-PARAM(WS-MSK-IDX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE Msk-Date TO @"
               TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   ADD 1 TO Msk-Cnt("
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-AMOUNT-RULE.
           MOVE "               COMPUTE Msk-Pct = FUNCTION MOD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           COMPUTE WS-MSK-TALLY = WS-MSK-IDX * 11.
           MOVE WS-MSK-TALLY TO WS-MSK-N-DISP.
           COMPUTE WS-MSK-TALLY =
               FUNCTION NUMVAL(WS-MSK-PARAM(WS-MSK-IDX)) * 2 + 1.
           MOVE WS-MSK-TALLY TO WS-MSK-D-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   (ReadCount * 37 + "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-N-DISP) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-D-DISP) DELIMITED BY SIZE
                  ") - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-PARAM(WS-MSK-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               COMPUTE @ ROUNDED" TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE "                   = @" TO WS-MSK-TEMPLATE.
           PERFORM WRITE-MSK-REF-LINE.
           MOVE "                   * (100 + Msk-Pct) / 100"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ON SIZE ERROR" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       CONTINUE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-COMPUTE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-REF-LINE.
           MOVE SPACES TO WS-MSK-HEAD WS-MSK-TAIL.
           MOVE 0 TO WS-MSK-HEAD-LEN.
           UNSTRING WS-MSK-TEMPLATE DELIMITED BY "@"
               INTO WS-MSK-HEAD COUNT IN WS-MSK-HEAD-LEN
                    WS-MSK-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-SQL-LINE.
           STRING WS-MSK-HEAD(1:WS-MSK-HEAD-LEN) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTVAR-REF(WS-MSK-FOUND))
                      DELIMITED BY SIZE
                  WS-MSK-TAIL DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-REPORT-FILES.
           MOVE SPACES TO WS-MSK-RPT-TEXT.
           STRING "COPIE   : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-COPYBOOK) DELIMITED BY SIZE
                  INTO WS-MSK-RPT-TEXT
           END-STRING.
           PERFORM WRITE-MSK-REPORT-LINE.
           MOVE SPACES TO WS-MSK-RPT-TEXT.
           STRING "ENTREE  : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-INFILE) DELIMITED BY SIZE
                  INTO WS-MSK-RPT-TEXT
           END-STRING.
           PERFORM WRITE-MSK-REPORT-LINE.
           MOVE SPACES TO WS-MSK-RPT-TEXT.
           STRING "SORTIE  : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-OUTFILE) DELIMITED BY SIZE
                  INTO WS-MSK-RPT-TEXT
           END-STRING.
           PERFORM WRITE-MSK-REPORT-LINE.

       WRITE-MSK-REPORT-FIELDS.
           PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
               UNTIL WS-MSK-IDX > WS-MSK-COUNT
               MOVE WS-MSK-FLD(WS-MSK-IDX) TO WS-MSK-FOUND
               MOVE WS-MSK-IDX TO WS-MSK-K-DISP
               EVALUATE WS-MSK-RULE(WS-MSK-IDX)
                   WHEN 'F'
                       MOVE "VALEUR FIXE" TO WS-MSK-RULE-TXT
                   WHEN 'C'
                       MOVE "BROUILLAGE" TO WS-MSK-RULE-TXT
                   WHEN 'D'
                       MOVE "DECALAGE DATE" TO WS-MSK-RULE-TXT
                   WHEN OTHER
                       MOVE "PERTURBATION" TO WS-MSK-RULE-TXT
               END-EVALUATE
               MOVE "               MOVE SPACES TO ReportLine"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE WS-HOSTVAR-REF(WS-MSK-FOUND) TO WS-MSK-RPT-TEXT
               MOVE "ReportLine(1:30)" TO WS-MSK-RPT-TARGET
               PERFORM WRITE-MSK-REPORT-MOVE
               MOVE WS-MSK-RULE-TXT TO WS-MSK-RPT-TEXT
               MOVE "ReportLine(32:15)" TO WS-MSK-RPT-TARGET
               PERFORM WRITE-MSK-REPORT-MOVE
               IF WS-MSK-PARAM(WS-MSK-IDX) = SPACES
                   MOVE "ESPACES" TO WS-MSK-RPT-TEXT
               ELSE
                   MOVE WS-MSK-PARAM(WS-MSK-IDX) TO WS-MSK-RPT-TEXT
               END-IF
               MOVE "ReportLine(48:22)" TO WS-MSK-RPT-TARGET
               PERFORM WRITE-MSK-REPORT-MOVE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE Msk-Cnt(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSK-K-DISP) DELIMITED BY SIZE
                      ") TO CountDisp" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               MOVE CountDisp TO ReportLine(71:9)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "               WRITE ReportRecord FROM ReportLine"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.

       WRITE-MSK-REPORT-KEY.
           MOVE SPACES TO WS-MSK-RPT-TEXT.
           STRING "CLE PRIMAIRE : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDX-RECORD-KEY) DELIMITED BY SIZE
                  INTO WS-MSK-RPT-TEXT
           END-STRING.
           PERFORM WRITE-MSK-REPORT-LINE.
           MOVE "  NON MASQUEE - UNICITE CONSERVEE" TO WS-MSK-RPT-TEXT.
           PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
               UNTIL WS-MSK-IDX > WS-MSK-COUNT
               MOVE WS-MSK-FLD(WS-MSK-IDX) TO WS-MSK-FOUND
               IF WS-HOSTVAR-NAME(WS-MSK-FOUND) = WS-IDX-RECORD-KEY
                   OR WS-HOSTVAR-REF(WS-MSK-FOUND) = WS-IDX-RECORD-KEY
                   MOVE "  BROUILLAGE BIJECTIF - UNICITE CONSERVEE"
                       TO WS-MSK-RPT-TEXT
               END-IF
           END-PERFORM.
           PERFORM WRITE-MSK-REPORT-LINE.

       WRITE-MSK-REPORT-LINE.
           MOVE "               MOVE SPACES TO ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "ReportLine" TO WS-MSK-RPT-TARGET.
           PERFORM WRITE-MSK-REPORT-MOVE.
           MOVE "               WRITE ReportRecord FROM ReportLine"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-MSK-REPORT-MOVE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSK-RPT-TEXT, TRAILING)
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   TO " DELIMITED BY SIZE
                  WS-MSK-RPT-TARGET DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       GENERATE-PURGE-PROGRAM.
           DISPLAY WS-UI-TXT(237) LINE 14.
           PERFORM ACCEPT-COPYBOOK-CHOICE.
           IF WS-GEN-CPY-NUM = 0 OR WS-GEN-CPY-NUM > WS-KNOWN-CPY-COUNT
               OR WS-HOSTVAR-COUNT = 0
               DISPLAY WS-UI-TXT(4) LINE 24
           ELSE
               PERFORM ANALYZE-REPORT-FIELDS
               PERFORM ACCEPT-RETENTION-RULES
               IF WS-RET-DATE-IDX = 0
                   DISPLAY WS-UI-TXT(244) LINE 24
               ELSE
                   PERFORM ACCEPT-INPUT-DATASET
                   MOVE "conserve.dat" TO WS-GEN-DEFAULT-OUT
                   PERFORM ACCEPT-OUTPUT-DATASET
                   PERFORM ACCEPT-ARCHIVE-DATASET
                   MOVE "purge" TO WS-RUNLOG-PGM
                   MOVE "ReadCount" TO WS-RUNLOG-READSRC
                   MOVE "WriteCount" TO WS-RUNLOG-WRITESRC
                   MOVE "InputStatus" TO WS-RUNLOG-STATSRC
                   PERFORM WRITE-RET-HEADER-PART
                   PERFORM WRITE-RET-DATA-PART
                   PERFORM WRITE-RET-PROC-PART
               END-IF
           END-IF.

       ACCEPT-RETENTION-RULES.
           MOVE 0 TO WS-RET-DATE-IDX WS-RET-STAT-IDX WS-RET-STAT-COUNT.
           DISPLAY WS-UI-TXT(238) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE) TO WS-RET-FIELD.
           PERFORM FIND-RETENTION-FIELD.
           MOVE WS-RET-FOUND TO WS-RET-DATE-IDX.
           DISPLAY WS-UI-TXT(239) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-NUMBER.
           MOVE WS-ANS-NUM TO WS-RET-FORMAT.
           EVALUATE WS-RET-FORMAT
               WHEN 2
                   MOVE 8 TO WS-RET-FMT-LEN
               WHEN 3
                   MOVE 6 TO WS-RET-FMT-LEN
               WHEN 4
                   MOVE 7 TO WS-RET-FMT-LEN
               WHEN OTHER
                   MOVE 1 TO WS-RET-FORMAT
                   MOVE 8 TO WS-RET-FMT-LEN
           END-EVALUATE.
           PERFORM CHECK-RETENTION-DATE-FIELD.
           DISPLAY WS-UI-TXT(240) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-NUMBER.
           MOVE WS-ANS-NUM TO WS-RET-DAYS.
           IF WS-RET-DAYS = 0
               MOVE 365 TO WS-RET-DAYS
           END-IF.
           MOVE WS-RET-DAYS TO WS-RET-DAYS-DISP.
           DISPLAY WS-UI-TXT(241) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE) TO WS-RET-FIELD.
           DISPLAY WS-UI-TXT(242) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE WS-ANS-VALUE TO WS-RET-STAT-LIST.
           IF WS-RET-FIELD NOT = SPACES
               PERFORM CHECK-RETENTION-STATUS
               IF WS-RET-OK = 'N'
                   MOVE 0 TO WS-RET-STAT-IDX WS-RET-STAT-COUNT
                   DISPLAY WS-UI-TXT(245) LINE 24
               END-IF
           END-IF.

       FIND-RETENTION-FIELD.
           MOVE 0 TO WS-RET-FOUND.
           IF WS-RET-FIELD NOT = SPACES
               PERFORM VARYING WS-HOSTVAR-IDX FROM 1 BY 1
                   UNTIL WS-HOSTVAR-IDX > WS-HOSTVAR-COUNT
                       OR WS-RET-FOUND > 0
                   IF WS-HOSTVAR-NAME(WS-HOSTVAR-IDX) = WS-RET-FIELD
                       OR WS-HOSTVAR-REF(WS-HOSTVAR-IDX) = WS-RET-FIELD
                       MOVE WS-HOSTVAR-IDX TO WS-RET-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-RETENTION-DATE-FIELD.
           IF WS-RET-DATE-IDX > 0
               IF WS-RPT-ISNUM(WS-RET-DATE-IDX) = 'Y'
                   IF WS-RPT-INT(WS-RET-DATE-IDX) NOT = WS-RET-FMT-LEN
                       OR WS-RPT-DEC(WS-RET-DATE-IDX) NOT = 0
                       MOVE 0 TO WS-RET-DATE-IDX
                   END-IF
               ELSE
                   IF WS-HOSTVAR-LEN(WS-RET-DATE-IDX)
                       NOT = WS-RET-FMT-LEN
                       MOVE 0 TO WS-RET-DATE-IDX
                   END-IF
               END-IF
           END-IF.

       CHECK-RETENTION-STATUS.
           MOVE 'Y' TO WS-RET-OK.
           PERFORM FIND-RETENTION-FIELD.
           MOVE WS-RET-FOUND TO WS-RET-STAT-IDX.
           IF WS-RET-STAT-IDX = 0
               MOVE 'N' TO WS-RET-OK
           END-IF.
           MOVE SPACES TO WS-RET-STAT-VAL(1) WS-RET-STAT-VAL(2)
               WS-RET-STAT-VAL(3) WS-RET-STAT-VAL(4) WS-RET-STAT-VAL(5).
           MOVE 0 TO WS-RET-STAT-COUNT.
           UNSTRING WS-RET-STAT-LIST DELIMITED BY ","
               INTO WS-RET-STAT-VAL(1) WS-RET-STAT-VAL(2)
                    WS-RET-STAT-VAL(3) WS-RET-STAT-VAL(4)
                    WS-RET-STAT-VAL(5)
               TALLYING IN WS-RET-STAT-COUNT
           END-UNSTRING.
           IF WS-RET-STAT-LIST = SPACES
               MOVE 0 TO WS-RET-STAT-COUNT
               MOVE 'N' TO WS-RET-OK
           END-IF.
           PERFORM VARYING WS-RET-STAT-I FROM 1 BY 1
               UNTIL WS-RET-STAT-I > WS-RET-STAT-COUNT
                   OR WS-RET-OK = 'N'
               PERFORM CHECK-ONE-RETENTION-STATUS
           END-PERFORM.

       CHECK-ONE-RETENTION-STATUS.
           MOVE FUNCTION TRIM(WS-RET-STAT-VAL(WS-RET-STAT-I))
               TO WS-RET-STAT-VAL(WS-RET-STAT-I).
           IF WS-RET-STAT-VAL(WS-RET-STAT-I) = SPACES
               MOVE 'N' TO WS-RET-OK
           ELSE
               MOVE 0 TO WS-RET-TALLY
               INSPECT WS-RET-STAT-VAL(WS-RET-STAT-I)
                   TALLYING WS-RET-TALLY FOR ALL "'" ALL QUOTE
               IF WS-RET-TALLY > 0
                   MOVE 'N' TO WS-RET-OK
               END-IF
               IF WS-RPT-ISNUM(WS-RET-STAT-IDX) = 'Y'
                   MOVE 0 TO WS-RET-TALLY
                   INSPECT WS-RET-STAT-VAL(WS-RET-STAT-I)
                       TALLYING WS-RET-TALLY
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-RET-STAT-VAL(WS-RET-STAT-I)(1:WS-RET-TALLY)
                       NOT NUMERIC
                       MOVE 'N' TO WS-RET-OK
                   END-IF
               END-IF
           END-IF.

       ACCEPT-ARCHIVE-DATASET.
           DISPLAY WS-UI-TXT(243) LINE 23.
           MOVE 23 TO WS-ANS-LINE.
           MOVE 60 TO WS-ANS-COL.
           PERFORM GET-SCREEN-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANS-VALUE) TO WS-RET-ARCFILE.
           IF WS-RET-ARCFILE = SPACES
               STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                      ".ARCHIVE" DELIMITED BY SIZE
                      INTO WS-RET-ARCFILE
               END-STRING
           END-IF.
           MOVE "ARCHIVE" TO WS-DD-NEW-NAME.
           PERFORM FIND-DD-ENTRY-BY-NAME.
           IF WS-DD-IDX = 0 AND WS-DD-COUNT < 20
               ADD 1 TO WS-DD-COUNT
               MOVE WS-DD-COUNT TO WS-DD-IDX
               MOVE "ARCHIVE" TO WS-DD-NAME(WS-DD-IDX)
           END-IF.
           IF WS-DD-IDX > 0
               MOVE WS-RET-ARCFILE TO WS-DD-DSN(WS-DD-IDX)
               MOVE 'G' TO WS-DD-TYPE(WS-DD-IDX)
               MOVE 'O' TO WS-DD-IO(WS-DD-IDX)
           END-IF.

       WRITE-RET-HEADER-PART.
           MOVE "       IDENTIFICATION DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       PROGRAM-ID. purge." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-AUTHOR-NAME TO WS-RET-REF.
           MOVE "       AUTHOR. @." TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       ENVIRONMENT DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE-CONTROL." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-GEN-ASSIGN-IN TO WS-RET-REF.
           MOVE "              SELECT InputFile ASSIGN TO @"
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS InputStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-GEN-ASSIGN-OUT TO WS-RET-REF.
           MOVE "              SELECT KeptFile ASSIGN TO @"
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS KeptStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "              SELECT ArchiveFile ASSIGN TO ARCHIVE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FILE STATUS IS ArchiveStatus."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-SELECT.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-RET-DATA-PART.
           MOVE WS-LAYOUT-TOTLEN TO WS-JSN-RLEN-DISP.
           MOVE WS-JSN-RLEN-DISP TO WS-RET-REF.
           MOVE "       DATA DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FILE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  InputFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "       01  InputRecord    PIC X(@)."
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "       FD  KeptFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "       01  KeptRecord     PIC X(@)."
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "       FD  ArchiveFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "       01  ArchiveRecord  PIC X(@)."
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           PERFORM WRITE-RUNLOG-FD.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-SRC-COPYBOOK TO WS-RET-REF.
           MOVE "           COPY @." TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "       01  EndOfFile      PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  InputStatus    PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  KeptStatus     PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ArchiveStatus  PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ReadCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  KeptCount      PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ArchiveCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  WriteCount     PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  BadDateCount   PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-RET-DAYS-DISP TO WS-RET-REF.
           MOVE "       01  RetentionDays  PIC 9(5) VALUE @."
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "       01  CutoffDay      PIC 9(8) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RecordDay      PIC 9(8) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-RET-FMT-LEN TO WS-RET-REF.
           MOVE
           "       01  Ret-Raw        PIC X(@)."
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "       01  Ret-Raw-N REDEFINES Ret-Raw PIC 9(@)."
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "       01  Ret-Date-X     PIC X(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  Ret-Date REDEFINES Ret-Date-X PIC 9(8)."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  ArchiveSwitch  PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  DateOk         PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RunParm        PIC X(20)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RunMode        PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           88 ReportOnly  VALUE 'O'." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-WS.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-RET-PROC-PART.
           MOVE "       PROCEDURE DIVISION." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Main-Procedure." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-START.
           MOVE "               MOVE SPACES TO RunParm" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT RunParm FROM COMMAND-LINE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF RunParm(1:10) = " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "SIMULATION" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'O' TO RunMode" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE RUN-SDATE TO Ret-Date-X"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               COMPUTE CutoffDay =" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FUNCTION INTEGER-OF-DATE(Ret-Date)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   - RetentionDays" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF InputStatus NOT = '00'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                   DISPLAY 'ERREUR OUVERTURE ENTREE : '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       InputStatus" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 12 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   STOP RUN" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF NOT ReportOnly" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN OUTPUT KeptFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   OPEN OUTPUT ArchiveFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-JSN-READ-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           PERFORM Select-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           IF ArchiveSwitch = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                               PERFORM Archive-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                               PERFORM Keep-Record"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE InputFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF NOT ReportOnly" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CLOSE KeptFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   CLOSE ArchiveFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Totals" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-CALL.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Select-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO ArchiveSwitch"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO DateOk" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RET-DATE-LINES.
           MOVE "               IF DateOk = 'Y'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF RecordDay < CutoffDay"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 'Y' TO ArchiveSwitch"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO BadDateCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-RET-STAT-IDX > 0
               PERFORM WRITE-RET-STATUS-LINES
           END-IF.
           MOVE "               CONTINUE." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Keep-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ReportOnly" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO KeptCount" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-GEN-RECNAME TO WS-RET-REF.
           MOVE "                   WRITE KeptRecord FROM @"
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "                   IF KeptStatus = '00'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO KeptCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       DISPLAY 'ERREUR CONSERVES : '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           KeptStatus" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Archive-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ReportOnly" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ADD 1 TO ArchiveCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   WRITE ArchiveRecord FROM @"
               TO WS-RET-TEMPLATE.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "                   IF ArchiveStatus = '00'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO ArchiveCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       ADD 1 TO WriteCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       DISPLAY 'ERREUR ARCHIVE : '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ArchiveStatus"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Totals." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               COMPUTE Ret-Date =" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   FUNCTION DATE-OF-INTEGER(CutoffDay)"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ReportOnly" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                   DISPLAY 'RAPPORT SEUL : RIEN DEPLACE'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'LIMITE    : ' Ret-Date-X"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'LUS       : ' ReadCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'CONSERVES : ' KeptCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ReportOnly" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DISPLAY 'A ARCHIVER: ' ArchiveCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DISPLAY 'ARCHIVES  : ' ArchiveCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               DISPLAY 'DATES INV.: ' BadDateCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF ReadCount = KeptCount + ArchiveCount"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DISPLAY 'CONTROLE  : '"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       'LUS = CONSERVES + ARCHIVES'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   IF BadDateCount > 0" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       MOVE 4 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   DISPLAY 'CONTROLE  : ECART'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 8 TO RETURN-CODE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-RET-DATE-LINES.
           MOVE WS-HOSTVAR-REF(WS-RET-DATE-IDX) TO WS-RET-REF.
           IF WS-RPT-ISNUM(WS-RET-DATE-IDX) = 'Y'
               MOVE "               MOVE @ TO Ret-Raw-N"
                   TO WS-RET-TEMPLATE
           ELSE
               MOVE
               "               MOVE @ TO Ret-Raw"
                   TO WS-RET-TEMPLATE
           END-IF.
           PERFORM WRITE-RET-SUBST-LINE.
           MOVE "               IF Ret-Raw IS NUMERIC" TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           EVALUATE WS-RET-FORMAT
               WHEN 1
                   MOVE "                   MOVE Ret-Raw TO Ret-Date-X"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               WHEN 2
                   MOVE
           "                   MOVE Ret-Raw(5:4) TO Ret-Date-X(1:4)"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE
           "                   MOVE Ret-Raw(3:2) TO Ret-Date-X(5:2)"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE
           "                   MOVE Ret-Raw(1:2) TO Ret-Date-X(7:2)"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
               WHEN 3
                   MOVE "                   IF Ret-Raw(1:2) < '50'"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE
           "                       MOVE '20' TO Ret-Date-X(1:2)"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE "                   ELSE" TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE
           "                       MOVE '19' TO Ret-Date-X(1:2)"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE "                   END-IF" TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
                   MOVE
           "                   MOVE Ret-Raw TO Ret-Date-X(3:6)"
                       TO WS-GEN-LINE
                   PERFORM ADD-GEN-LINE
           END-EVALUATE.
           IF WS-RET-FORMAT = 4
               MOVE
           "                   IF FUNCTION TEST-DAY-YYYYDDD(Ret-Raw-N)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       = 0" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
           "                       COMPUTE RecordDay = FUNCTION"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
           "                           INTEGER-OF-DAY(Ret-Raw-N)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           ELSE
               MOVE
           "                   IF FUNCTION TEST-DATE-YYYYMMDD(Ret-Date)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE "                       = 0" TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
           "                       COMPUTE RecordDay = FUNCTION"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE
           "                           INTEGER-OF-DATE(Ret-Date)"
                   TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           MOVE
           "                       MOVE 'Y' TO DateOk"
               TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-RET-STATUS-LINES.
           PERFORM VARYING WS-RET-STAT-I FROM 1 BY 1
               UNTIL WS-RET-STAT-I > WS-RET-STAT-COUNT
               IF WS-RET-STAT-I = 1
                   MOVE "               IF " TO WS-RET-HEAD
                   MOVE 18 TO WS-RET-HEAD-LEN
               ELSE
                   MOVE "                   OR " TO WS-RET-HEAD
                   MOVE 22 TO WS-RET-HEAD-LEN
               END-IF
               MOVE SPACES TO WS-SQL-LINE
               IF WS-RPT-ISNUM(WS-RET-STAT-IDX) = 'Y'
                   STRING WS-RET-HEAD(1:WS-RET-HEAD-LEN)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-RET-STAT-IDX))
                              DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RET-STAT-VAL(WS-RET-STAT-I))
                              DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               ELSE
                   STRING WS-RET-HEAD(1:WS-RET-HEAD-LEN)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HOSTVAR-REF(WS-RET-STAT-IDX))
                              DELIMITED BY SIZE
                          " = '" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RET-STAT-VAL(WS-RET-STAT-I))
                              DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO WS-SQL-LINE
                   END-STRING
               END-IF
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "                   MOVE 'Y' TO ArchiveSwitch"
               TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-RET-SUBST-LINE.
           MOVE SPACES TO WS-RET-HEAD WS-RET-TAIL.
           MOVE 0 TO WS-RET-HEAD-LEN.
           UNSTRING WS-RET-TEMPLATE DELIMITED BY "@"
               INTO WS-RET-HEAD COUNT IN WS-RET-HEAD-LEN
                    WS-RET-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-SQL-LINE.
           STRING WS-RET-HEAD(1:WS-RET-HEAD-LEN) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RET-REF) DELIMITED BY SIZE
                  WS-RET-TAIL DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-RUNLOG-SELECT.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT OPTIONAL RunLog ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "execution.log" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS LINE SEQUENTIAL."
               TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-RUNLOG-FD.
           MOVE "       FD  RunLog." TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RunRecord      PIC X(80)." TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-RUNLOG-WS.
           MOVE "       01  RunInfo." TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "           05 RUN-PROGRAM PIC X(8) VALUE "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-PGM) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-SDATE   PIC X(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-STIME   PIC X(6)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-EDATE   PIC X(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-ETIME   PIC X(6)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-READ    PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-WRITTEN PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER      PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 RUN-STATUS  PIC XX." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RunTimeRaw     PIC X(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-RUNLOG-START.
           MOVE "               ACCEPT RUN-SDATE FROM DATE YYYYMMDD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT RunTimeRaw FROM TIME"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE RunTimeRaw(1:6) TO RUN-STIME"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-RUNLOG-CALL.
           IF WS-RUNLOG-STATSRC = SPACES
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      "00" DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      " TO RUN-STATUS" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           ELSE
               MOVE SPACES TO WS-SQL-LINE
               STRING "               MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUNLOG-STATSRC)
                          DELIMITED BY SIZE
                      " TO RUN-STATUS" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
           END-IF.
           MOVE WS-SQL-LINE TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Run-Record"
               TO WS-GEN-LINE.
           PERFORM ADD-GEN-LINE.

       WRITE-RUNLOG-PARA.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Run-Record." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT RUN-EDATE FROM DATE YYYYMMDD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT RunTimeRaw FROM TIME"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE RunTimeRaw(1:6) TO RUN-ETIME"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-READSRC) DELIMITED BY SIZE
                  " TO RUN-READ" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-WRITESRC) DELIMITED BY SIZE
                  " TO RUN-WRITTEN" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN EXTEND RunLog" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               WRITE RunRecord FROM RunInfo"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RunLog." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CKP-SELECT.
           MOVE "              SELECT OPTIONAL CheckpointFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ASSIGN TO REPRISE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "              SELECT RestartWork ASSIGN TO "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-PGM) DELIMITED BY SIZE
                  ".rst" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   ORGANIZATION IS SEQUENTIAL."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CKP-FD.
           MOVE "       FD  CheckpointFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CheckpointRecord PIC X(200)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       FD  RestartWork." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-CKP-WORKLEN TO WS-CKP-LEN-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  RestartRecord  PIC X(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-LEN-DISP) DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CKP-WS.
           MOVE "       01  CheckpointData." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-PROGRAM  PIC X(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-STATE    PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-DATE     PIC X(8)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-TIME     PIC X(6)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-COUNT    PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-COUNT2   PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-TOTAL1   PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-TOTAL2   PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-TOTAL3   PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-OUTPUT1  PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-OUTPUT2  PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X VALUE SPACE."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 CKP-LAST-KEY PIC X(60)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "           05 FILLER       PIC X(43) VALUE SPACES."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE WS-CKP-INTERVAL TO WS-CKP-DISP.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       01  CheckpointEvery PIC 9(9) VALUE "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-DISP) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  CheckpointSince PIC 9(9) VALUE 0."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartParm    PIC X(20)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartMode    PIC X VALUE 'N'."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartEof     PIC X." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartCopied  PIC 9(9)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       01  RestartKey     PIC X(60)." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CKP-OPEN-OUTPUTS.
           MOVE "               IF RestartMode = 'O'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-OUT-COUNT
               MOVE WS-CKP-IDX TO WS-CKP-IDX-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   PERFORM Trim-Output-"
                          DELIMITED BY SIZE
                      WS-CKP-IDX-DISP DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   OPEN EXTEND "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-OUT-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   OPEN OUTPUT "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CKP-PARAS.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Check-Restart." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO RestartParm"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT RestartParm FROM COMMAND-LINE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE SPACES TO CheckpointData"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO RestartEof" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT CheckpointFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL RestartEof = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "                   READ CheckpointFile INTO CheckpointData"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO RestartEof"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE CheckpointFile" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF RestartParm(1:7) = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "REPRISE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   AND CKP-PROGRAM = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-PGM) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   AND CKP-STATE = 'P'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'O' TO RestartMode"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RestartMode = 'O'" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "REPRISE AU POINT DE CONTROLE DU " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       CKP-DATE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " CKP-TIME" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ENREGISTREMENTS DEJA TRAITES : " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       CKP-COUNT" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-TOT-COUNT
               MOVE WS-CKP-IDX TO WS-CKP-IDX-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE CKP-TOTAL"
                          DELIMITED BY SIZE
                      WS-CKP-IDX-DISP DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-TOTSRC(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "               ELSE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   IF RestartParm(1:7) = "
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "REPRISE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                       DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "AUCUN POINT DE CONTROLE EN COURS" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE SPACES TO CheckpointData"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   INITIALIZE CheckpointData"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 'D' TO CKP-STATE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Write-Checkpoint"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Take-Checkpoint." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ADD 1 TO CheckpointSince" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF CheckpointSince >= CheckpointEvery"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   MOVE 0 TO CheckpointSince"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-OUT-COUNT
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   CLOSE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   OPEN EXTEND "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE "                   MOVE 'P' TO CKP-STATE"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-COUNTSRC) DELIMITED BY SIZE
                  " TO CKP-COUNT" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           IF WS-CKP-COUNT2SRC NOT = SPACES
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-COUNT2SRC) DELIMITED BY SIZE
                      " TO CKP-COUNT2" DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-IF.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-TOT-COUNT
               MOVE WS-CKP-IDX TO WS-CKP-IDX-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   MOVE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-TOTSRC(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      " TO CKP-TOTAL" DELIMITED BY SIZE
                      WS-CKP-IDX-DISP DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-OUT-COUNT
               MOVE WS-CKP-IDX TO WS-CKP-IDX-DISP
               MOVE SPACES TO WS-SQL-LINE
               STRING "                   COMPUTE CKP-OUTPUT"
                          DELIMITED BY SIZE
                      WS-CKP-IDX-DISP DELIMITED BY SIZE
                      " = " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CKP-OUTCNT(WS-CKP-IDX))
                          DELIMITED BY SIZE
                      INTO WS-SQL-LINE
               END-STRING
               MOVE WS-SQL-LINE TO WS-GEN-LINE
               PERFORM ADD-GEN-LINE
           END-PERFORM.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-KEYSRC) DELIMITED BY SIZE
                  " TO CKP-LAST-KEY" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Write-Checkpoint"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Write-Checkpoint." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-PGM) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  " TO CKP-PROGRAM" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT CKP-DATE FROM DATE YYYYMMDD"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               ACCEPT RunTimeRaw FROM TIME"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE RunTimeRaw(1:6) TO CKP-TIME"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN EXTEND CheckpointFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE
           "               WRITE CheckpointRecord FROM CheckpointData"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE CheckpointFile." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Clear-Checkpoint." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'F' TO CKP-STATE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Write-Checkpoint."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Check-Restart-Key." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-KEYSRC) DELIMITED BY SIZE
                  " TO RestartKey" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               IF RestartKey NOT = CKP-LAST-KEY"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "DONNEES DIFFERENTES DU POINT DE CONTROLE"
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Restart-Error"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Restart-Error." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "REPRISE IMPOSSIBLE - RELANCER SANS REPRISE"
                      DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 16 TO RETURN-CODE" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               STOP RUN." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-OUT-COUNT
               PERFORM WRITE-CKP-TRIM-PARA
           END-PERFORM.

       WRITE-CKP-TRIM-PARA.
           MOVE WS-CKP-IDX TO WS-CKP-IDX-DISP.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "       Trim-Output-" DELIMITED BY SIZE
                  WS-CKP-IDX-DISP DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 0 TO RestartCopied" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO RestartEof" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               OPEN INPUT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN OUTPUT RestartWork" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               PERFORM UNTIL RestartCopied >= "
                      DELIMITED BY SIZE
                  "CKP-OUTPUT" DELIMITED BY SIZE
                  WS-CKP-IDX-DISP DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR RestartEof = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   READ " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO RestartEof"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           ADD 1 TO RestartCopied"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                           WRITE RestartRecord FROM "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTREC(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               CLOSE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RestartWork" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF RestartCopied < CKP-OUTPUT"
                      DELIMITED BY SIZE
                  WS-CKP-IDX-DISP DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "SORTIE TROP COURTE POUR LA REPRISE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Restart-Error"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               MOVE 'N' TO RestartEof" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               OPEN INPUT RestartWork" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               OPEN OUTPUT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM UNTIL RestartEof = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   READ RestartWork" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO RestartEof"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                           WRITE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTREC(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  " FROM RestartRecord" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               CLOSE RestartWork" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               CLOSE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-OUTFILE(WS-CKP-IDX))
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       WRITE-CKP-SKIP-PARA.
           MOVE " " TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "       Skip-To-Checkpoint." TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               PERFORM UNTIL " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-COUNTSRC) DELIMITED BY SIZE
                  " >= CKP-COUNT" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       OR EndOfFile = 'Y'"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   READ " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-INFILE) DELIMITED BY SIZE
                  " INTO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-INTO) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                           MOVE 'Y' TO EndOfFile"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                       NOT AT END" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                           ADD 1 TO "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-COUNTSRC) DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   END-READ" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-PERFORM" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "               IF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKP-COUNTSRC) DELIMITED BY SIZE
                  " < CKP-COUNT" DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE SPACES TO WS-SQL-LINE.
           STRING "                   DISPLAY " DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  "ENTREE TROP COURTE POUR LA REPRISE" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SQL-LINE
           END-STRING
           MOVE WS-SQL-LINE TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "                   PERFORM Restart-Error"
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               END-IF" TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.
           MOVE "               PERFORM Check-Restart-Key."
               TO WS-GEN-LINE
           PERFORM ADD-GEN-LINE.

       RECORD-CHECKPOINT-DD.
           MOVE "REPRISE" TO WS-DD-NEW-NAME.
           PERFORM FIND-DD-ENTRY-BY-NAME.
           IF WS-DD-IDX = 0 AND WS-DD-COUNT < 20
               ADD 1 TO WS-DD-COUNT
               MOVE WS-DD-COUNT TO WS-DD-IDX
           END-IF.
           IF WS-DD-IDX > 0
               MOVE "REPRISE" TO WS-DD-NAME(WS-DD-IDX)
               MOVE SPACES TO WS-DD-DSN(WS-DD-IDX)
               STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
                      ".REPRISE" DELIMITED BY SIZE
                      INTO WS-DD-DSN(WS-DD-IDX)
               END-STRING
               MOVE 'N' TO WS-DD-TYPE(WS-DD-IDX)
               MOVE 'C' TO WS-DD-IO(WS-DD-IDX)
           END-IF.

       COMPUTE-FIELD-OFFSETS.
           MOVE 0 TO WS-OFF-CURSOR.
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
