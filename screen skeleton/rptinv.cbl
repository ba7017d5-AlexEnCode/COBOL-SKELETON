       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptinv.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT AUDITLOG ASSIGN TO WS-AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CFGFILE ASSIGN TO "config.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LSTFILE ASSIGN TO "inventaire.lst"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT SRCFILE ASSIGN TO WS-SRC-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VRFFILE ASSIGN TO WS-VRF-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MANFILE ASSIGN TO WS-MAN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT INVRPT ASSIGN TO "inventaire.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       01  AUDIT-RECORD           PIC X(80).

       FD  CFGFILE.
       01  CFG-RECORD             PIC X(80).

       FD  LSTFILE.
       01  LST-RECORD             PIC X(80).

       FD  SRCFILE.
       01  SRC-RECORD             PIC X(80).

       FD  VRFFILE.
       01  VRF-RECORD             PIC X(100).

       FD  MANFILE.
       01  MAN-RECORD             PIC X(80).

       FD  INVRPT.
       01  INV-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROL.
           05 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
           05 WS-SRC-FILENAME     PIC X(40).
           05 WS-VRF-FILENAME     PIC X(40).
           05 WS-MAN-FILENAME     PIC X(40).
           05 WS-CHK-FILENAME     PIC X(40).
           05 WS-SUFFIX           PIC X(4).
           05 WS-CFG-FILENAME     PIC X(20) VALUE "config.dat".
           05 WS-LST-FILENAME     PIC X(20) VALUE "inventaire.lst".
           05 WS-CHECK-RC         PIC 9(9) COMP-5.
           05 WS-SYSTEM-RC        PIC 9(9) COMP-5.
           05 WS-LIST-CMD         PIC X(80)
                                  VALUE "ls -1 > inventaire.lst".

       01  WS-FILE-DETAILS.
           05 WS-FD-SIZE          PIC X(8) COMP-X.
           05 WS-FD-DAY           PIC X COMP-X.
           05 WS-FD-MONTH         PIC X COMP-X.
           05 WS-FD-YEAR          PIC X(2) COMP-X.
           05 WS-FD-TIME          PIC X(4).
           05 FILLER              PIC X(4).

       01  WS-FLAGS.
           05 WS-EOF              PIC X.
           05 WS-FOUND            PIC X.
           05 WS-IN-DIAGNOSTICS   PIC X.

       01  WS-APP-TABLE.
           05 WS-APP-COUNT        PIC 9(3) VALUE 0.
           05 WS-APP-ENTRY OCCURS 100 TIMES.
               10 WS-APP-NAME      PIC X(8).
               10 WS-APP-LAST      PIC X(14).
               10 WS-APP-AUTHOR    PIC X(8).
               10 WS-APP-LINES     PIC 9(6).
               10 WS-APP-CBL       PIC X.
               10 WS-APP-JCL       PIC X.
               10 WS-APP-MAN       PIC X.
               10 WS-APP-BMS       PIC X.
               10 WS-APP-PRF       PIC X.
               10 WS-APP-VERIF     PIC X(8).
               10 WS-APP-COMPIL    PIC X(6).
               10 WS-APP-VRF-DATE  PIC X(8).
           05 WS-APP-IDX          PIC 9(3).
           05 WS-APP-NEW          PIC X(8).
           05 WS-APP-NEW-LAST     PIC X(14).
           05 WS-APP-NEW-AUTHOR   PIC X(8).

       01  WS-DIR-TABLE.
           05 WS-DIR-COUNT        PIC 9(3) VALUE 0.
           05 WS-DIR-ENTRY OCCURS 500 TIMES.
               10 WS-DIR-NAME      PIC X(40).
               10 WS-DIR-BASE      PIC X(30).
               10 WS-DIR-EXT       PIC X(8).
               10 WS-DIR-KNOWN     PIC X.
           05 WS-DIR-IDX          PIC 9(3).

       01  WS-SYSTEM-NAMES-VALUES.
           05 FILLER              PIC X(12) VALUE "skelet".
           05 FILLER              PIC X(12) VALUE "new".
           05 FILLER              PIC X(12) VALUE "arclog".
           05 FILLER              PIC X(12) VALUE "dicodata".
           05 FILLER              PIC X(12) VALUE "impact".
           05 FILLER              PIC X(12) VALUE "promote".
           05 FILLER              PIC X(12) VALUE "rptexec".
           05 FILLER              PIC X(12) VALUE "rptqual".
           05 FILLER              PIC X(12) VALUE "rptusage".
           05 FILLER              PIC X(12) VALUE "rptinv".
           05 FILLER              PIC X(12) VALUE "usage".
           05 FILLER              PIC X(12) VALUE "qualite".
           05 FILLER              PIC X(12) VALUE "exec".
           05 FILLER              PIC X(12) VALUE "dico".
           05 FILLER              PIC X(12) VALUE "xref".
           05 FILLER              PIC X(12) VALUE "promotion".
           05 FILLER              PIC X(12) VALUE "extraction".
           05 FILLER              PIC X(12) VALUE "inventaire".
           05 FILLER              PIC X(12) VALUE "profil".
           05 FILLER              PIC X(12) VALUE "menage".
           05 FILLER              PIC X(12) VALUE "exploitation".
           05 FILLER              PIC X(12) VALUE "demande".
           05 FILLER              PIC X(12) VALUE "sommaire".
           05 FILLER              PIC X(12) VALUE "controle".
           05 FILLER              PIC X(12) VALUE "convert".
           05 FILLER              PIC X(12) VALUE "ecarts".
           05 FILLER              PIC X(12) VALUE "chargdb2".
           05 FILLER              PIC X(12) VALUE "majmaitre".
           05 FILLER              PIC X(12) VALUE "masquage".
           05 FILLER              PIC X(12) VALUE "migration".
       01  WS-SYSTEM-NAMES REDEFINES WS-SYSTEM-NAMES-VALUES.
           05 WS-SYS-NAME         PIC X(12) OCCURS 30 TIMES.
       01  WS-SYS-IDX             PIC 9(2).

       01  WS-SCAN-VARS.
           05 WS-VRF-TOK1         PIC X(10).
           05 WS-VRF-TOK2         PIC X(10).
           05 WS-VRF-TALLY        PIC 9(3).
           05 WS-MAN-TOK1         PIC X(2).
           05 WS-MAN-TOK2         PIC X(40).
           05 WS-WORK-AUTHOR      PIC X(30).
           05 WS-FILE-DATE        PIC 9(8).
           05 WS-TODAY            PIC 9(8).

       01  WS-TOTALS.
           05 WS-ARCHIVES-READ    PIC 9(3) VALUE 0.
           05 WS-AUDIT-ORPHANS    PIC 9(3) VALUE 0.
           05 WS-FILE-ORPHANS     PIC 9(3) VALUE 0.
           05 WS-STALE-FILES      PIC 9(3) VALUE 0.
           05 WS-COUNT-DISP       PIC ZZ9.
           05 WS-LINES-DISP       PIC ZZZZZ9.

       01  WS-INV-LINE.
           05 INV-APP             PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 INV-DATE            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 INV-AUTHOR          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 INV-LINES           PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 INV-JCL             PIC X.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 INV-MAN             PIC X.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 INV-BMS             PIC X.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 INV-PRF             PIC X.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 INV-VERIF           PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 INV-VRF-DATE        PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 INV-COMPIL          PIC X(6).

       01  WS-RPT-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-LIST-CONFIG.
           PERFORM LOAD-DIRECTORY-LIST.
           PERFORM LOAD-AUDIT-HISTORY.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               PERFORM CHECK-ONE-APPLICATION
           END-PERFORM.
           OPEN OUTPUT INVRPT.
           PERFORM WRITE-INVENTORY-SECTION.
           PERFORM WRITE-AUDIT-ORPHANS.
           PERFORM WRITE-FILE-ORPHANS.
           PERFORM WRITE-STALE-WORK-FILES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE INVRPT.
           CALL "CBL_DELETE_FILE" USING WS-LST-FILENAME
           END-CALL.
           IF WS-AUDIT-ORPHANS > 0 OR WS-FILE-ORPHANS > 0
               OR WS-STALE-FILES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-LIST-CONFIG.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CFG-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT CFGFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CFGFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CFG-RECORD(1:6) = "LISTE="
                               AND CFG-RECORD(7:74) NOT = SPACES
                               MOVE CFG-RECORD(7:74) TO WS-LIST-CMD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFGFILE
           END-IF.

       LOAD-DIRECTORY-LIST.
           CALL "SYSTEM" USING WS-LIST-CMD
               RETURNING WS-SYSTEM-RC
           END-CALL.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LST-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT LSTFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LSTFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ADD-DIRECTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LSTFILE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       ADD-DIRECTORY-ENTRY.
           IF LST-RECORD NOT = SPACES
               AND LST-RECORD(1:40) NOT = WS-LST-FILENAME
               AND WS-DIR-COUNT < 500
               ADD 1 TO WS-DIR-COUNT
               MOVE LST-RECORD(1:40) TO WS-DIR-NAME(WS-DIR-COUNT)
               MOVE SPACES TO WS-DIR-BASE(WS-DIR-COUNT)
               MOVE SPACES TO WS-DIR-EXT(WS-DIR-COUNT)
               UNSTRING LST-RECORD DELIMITED BY "."
                   INTO WS-DIR-BASE(WS-DIR-COUNT)
                        WS-DIR-EXT(WS-DIR-COUNT)
               END-UNSTRING
               MOVE 'N' TO WS-DIR-KNOWN(WS-DIR-COUNT)
           END-IF.

       LOAD-AUDIT-HISTORY.
           MOVE "audit.log" TO WS-AUDIT-FILENAME.
           PERFORM READ-ONE-AUDIT-FILE.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-NAME(WS-DIR-IDX)(1:5) = "audit"
                   AND WS-DIR-EXT(WS-DIR-IDX) = "arc"
                   MOVE 'Y' TO WS-DIR-KNOWN(WS-DIR-IDX)
                   MOVE WS-DIR-NAME(WS-DIR-IDX) TO WS-AUDIT-FILENAME
                   ADD 1 TO WS-ARCHIVES-READ
                   PERFORM READ-ONE-AUDIT-FILE
               END-IF
           END-PERFORM.

       READ-ONE-AUDIT-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUDIT-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT AUDITLOG
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDITLOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUDIT-RECORD(1:8) IS NUMERIC
                               AND AUDIT-RECORD(38:12)
                                   NOT = "ACCES REFUSE"
                               MOVE AUDIT-RECORD(17:8) TO WS-APP-NEW
                               MOVE AUDIT-RECORD(1:8)
                                   TO WS-APP-NEW-LAST(1:8)
                               MOVE AUDIT-RECORD(10:6)
                                   TO WS-APP-NEW-LAST(9:6)
                               MOVE AUDIT-RECORD(26:8)
                                   TO WS-APP-NEW-AUTHOR
                               PERFORM ADD-APPLICATION-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.

       ADD-APPLICATION-HISTORY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               IF WS-APP-NAME(WS-APP-IDX) = WS-APP-NEW
                   MOVE 'Y' TO WS-FOUND
                   IF WS-APP-NEW-LAST > WS-APP-LAST(WS-APP-IDX)
                       MOVE WS-APP-NEW-LAST TO WS-APP-LAST(WS-APP-IDX)
                       MOVE WS-APP-NEW-AUTHOR
                           TO WS-APP-AUTHOR(WS-APP-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-APP-COUNT < 100
               AND WS-APP-NEW NOT = SPACES
               ADD 1 TO WS-APP-COUNT
               MOVE WS-APP-NEW TO WS-APP-NAME(WS-APP-COUNT)
               MOVE WS-APP-NEW-LAST TO WS-APP-LAST(WS-APP-COUNT)
               MOVE WS-APP-NEW-AUTHOR TO WS-APP-AUTHOR(WS-APP-COUNT)
           END-IF.

       CHECK-ONE-APPLICATION.
           PERFORM MARK-APPLICATION-FILES.
           MOVE ".cbl" TO WS-SUFFIX.
           PERFORM BUILD-APPLICATION-FILENAME.
           MOVE WS-CHK-FILENAME TO WS-SRC-FILENAME.
           PERFORM CHECK-FILE-PRESENT.
           MOVE WS-FOUND TO WS-APP-CBL(WS-APP-IDX).
           MOVE 0 TO WS-APP-LINES(WS-APP-IDX).
           IF WS-FOUND = 'O'
               PERFORM COUNT-SOURCE-LINES
           ELSE
               ADD 1 TO WS-AUDIT-ORPHANS
           END-IF.
           MOVE ".jcl" TO WS-SUFFIX.
           PERFORM BUILD-APPLICATION-FILENAME.
           PERFORM CHECK-FILE-PRESENT.
           MOVE WS-FOUND TO WS-APP-JCL(WS-APP-IDX).
           MOVE ".bms" TO WS-SUFFIX.
           PERFORM BUILD-APPLICATION-FILENAME.
           PERFORM CHECK-FILE-PRESENT.
           MOVE WS-FOUND TO WS-APP-BMS(WS-APP-IDX).
           MOVE ".prf" TO WS-SUFFIX.
           PERFORM BUILD-APPLICATION-FILENAME.
           PERFORM CHECK-FILE-PRESENT.
           MOVE WS-FOUND TO WS-APP-PRF(WS-APP-IDX).
           MOVE ".man" TO WS-SUFFIX.
           PERFORM BUILD-APPLICATION-FILENAME.
           MOVE WS-CHK-FILENAME TO WS-MAN-FILENAME.
           PERFORM CHECK-FILE-PRESENT.
           MOVE WS-FOUND TO WS-APP-MAN(WS-APP-IDX).
           IF WS-FOUND = 'O'
               PERFORM MARK-MANIFEST-ARTIFACTS
           END-IF.
           PERFORM CHECK-VERIFICATION-REPORT.

       BUILD-APPLICATION-FILENAME.
           MOVE SPACES TO WS-CHK-FILENAME.
           STRING FUNCTION TRIM(WS-APP-NAME(WS-APP-IDX))
                      DELIMITED BY SPACE
                  WS-SUFFIX DELIMITED BY SIZE
                  INTO WS-CHK-FILENAME
           END-STRING.

       CHECK-FILE-PRESENT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'O' TO WS-FOUND
           ELSE
               MOVE 'N' TO WS-FOUND
           END-IF.

       MARK-APPLICATION-FILES.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-BASE(WS-DIR-IDX) = WS-APP-NAME(WS-APP-IDX)
                   MOVE 'Y' TO WS-DIR-KNOWN(WS-DIR-IDX)
               END-IF
           END-PERFORM.

       MARK-MANIFEST-ARTIFACTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-MAN-TOK1
                       MOVE SPACES TO WS-MAN-TOK2
                       UNSTRING MAN-RECORD DELIMITED BY ALL SPACE
                           INTO WS-MAN-TOK1 WS-MAN-TOK2
                       END-UNSTRING
                       IF WS-MAN-TOK2 NOT = SPACES
                           PERFORM MARK-ONE-ARTIFACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANFILE.

       MARK-ONE-ARTIFACT.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-NAME(WS-DIR-IDX) = WS-MAN-TOK2
                   MOVE 'Y' TO WS-DIR-KNOWN(WS-DIR-IDX)
               END-IF
           END-PERFORM.

       COUNT-SOURCE-LINES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SRCFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SRCFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-APP-LINES(WS-APP-IDX)
               END-READ
           END-PERFORM.
           CLOSE SRCFILE.

       CHECK-VERIFICATION-REPORT.
           MOVE "-" TO WS-APP-VERIF(WS-APP-IDX).
           MOVE "-" TO WS-APP-COMPIL(WS-APP-IDX).
           MOVE SPACES TO WS-APP-VRF-DATE(WS-APP-IDX).
           MOVE 'N' TO WS-IN-DIAGNOSTICS.
           MOVE ".rpt" TO WS-SUFFIX.
           PERFORM BUILD-APPLICATION-FILENAME.
           MOVE WS-CHK-FILENAME TO WS-VRF-FILENAME.
           PERFORM CHECK-FILE-PRESENT.
           IF WS-FOUND = 'O'
               MOVE 'N' TO WS-EOF
               OPEN INPUT VRFFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VRFFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-VERIFICATION-LINE
                   END-READ
               END-PERFORM
               CLOSE VRFFILE
           END-IF.

       CHECK-VERIFICATION-LINE.
           IF VRF-RECORD(1:6) = "DATE: "
               MOVE VRF-RECORD(7:8) TO WS-APP-VRF-DATE(WS-APP-IDX)
           END-IF.
           IF VRF-RECORD(1:10) = "RESULTAT: "
               MOVE SPACES TO WS-VRF-TOK1
               MOVE SPACES TO WS-VRF-TOK2
               UNSTRING VRF-RECORD(11:20) DELIMITED BY ALL SPACE
                   INTO WS-VRF-TOK1 WS-VRF-TOK2
               END-UNSTRING
               IF WS-VRF-TOK1 = "OK"
                   MOVE "OK" TO WS-APP-VERIF(WS-APP-IDX)
               ELSE
                   MOVE SPACES TO WS-APP-VERIF(WS-APP-IDX)
                   STRING FUNCTION TRIM(WS-VRF-TOK1) DELIMITED BY SIZE
                          " ERR" DELIMITED BY SIZE
                          INTO WS-APP-VERIF(WS-APP-IDX)
                   END-STRING
               END-IF
           END-IF.
           IF VRF-RECORD(1:23) = "DIAGNOSTICS COMPILATEUR"
               MOVE 'Y' TO WS-IN-DIAGNOSTICS
               MOVE "OK" TO WS-APP-COMPIL(WS-APP-IDX)
           END-IF.
           IF WS-IN-DIAGNOSTICS = 'Y'
               MOVE 0 TO WS-VRF-TALLY
               INSPECT VRF-RECORD TALLYING WS-VRF-TALLY
                   FOR ALL "error"
               IF WS-VRF-TALLY > 0
                   MOVE "ERREUR" TO WS-APP-COMPIL(WS-APP-IDX)
               END-IF
           END-IF.

       WRITE-INVENTORY-SECTION.
           MOVE "INVENTAIRE DE LA BIBLIOTHEQUE DE TRAVAIL"
               TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE SPACES TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "APPLIC.  DERN.GEN AUTEUR   LIGNES JCL MAN BMS PRF"
               TO WS-RPT-LINE.
           MOVE "VERIF    DU       COMPIL" TO WS-RPT-LINE(51:24).
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               PERFORM WRITE-INVENTORY-LINE
           END-PERFORM.

       WRITE-INVENTORY-LINE.
           MOVE SPACES TO WS-INV-LINE.
           MOVE WS-APP-NAME(WS-APP-IDX) TO INV-APP.
           MOVE WS-APP-LAST(WS-APP-IDX)(1:8) TO INV-DATE.
           MOVE WS-APP-AUTHOR(WS-APP-IDX) TO INV-AUTHOR.
           IF WS-APP-CBL(WS-APP-IDX) = 'O'
               MOVE WS-APP-LINES(WS-APP-IDX) TO WS-LINES-DISP
               MOVE WS-LINES-DISP TO INV-LINES
           ELSE
               MOVE "ABSENT" TO INV-LINES
           END-IF.
           MOVE WS-APP-JCL(WS-APP-IDX) TO INV-JCL.
           MOVE WS-APP-MAN(WS-APP-IDX) TO INV-MAN.
           MOVE WS-APP-BMS(WS-APP-IDX) TO INV-BMS.
           MOVE WS-APP-PRF(WS-APP-IDX) TO INV-PRF.
           MOVE WS-APP-VERIF(WS-APP-IDX) TO INV-VERIF.
           MOVE WS-APP-VRF-DATE(WS-APP-IDX) TO INV-VRF-DATE.
           MOVE WS-APP-COMPIL(WS-APP-IDX) TO INV-COMPIL.
           MOVE WS-INV-LINE TO INV-RECORD.
           WRITE INV-RECORD.

       WRITE-AUDIT-ORPHANS.
           MOVE SPACES TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE "ENTREES D'AUDIT SANS SOURCE" TO INV-RECORD.
           WRITE INV-RECORD.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               IF WS-APP-CBL(WS-APP-IDX) NOT = 'O'
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-APP-NAME(WS-APP-IDX) DELIMITED BY SIZE
                          " DERNIERE GENERATION " DELIMITED BY SIZE
                          WS-APP-LAST(WS-APP-IDX)(1:8)
                              DELIMITED BY SIZE
                          " PAR " DELIMITED BY SIZE
                          WS-APP-AUTHOR(WS-APP-IDX) DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   MOVE WS-RPT-LINE TO INV-RECORD
                   WRITE INV-RECORD
               END-IF
           END-PERFORM.

       WRITE-FILE-ORPHANS.
           MOVE SPACES TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE "FICHIERS SANS HISTORIQUE D'AUDIT" TO INV-RECORD.
           WRITE INV-RECORD.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-KNOWN(WS-DIR-IDX) = 'N'
                   PERFORM CHECK-ONE-FILE-ORPHAN
               END-IF
           END-PERFORM.

       CHECK-ONE-FILE-ORPHAN.
           IF WS-DIR-EXT(WS-DIR-IDX) = "cbl"
               OR WS-DIR-EXT(WS-DIR-IDX) = "jcl"
               OR WS-DIR-EXT(WS-DIR-IDX) = "man"
               OR WS-DIR-EXT(WS-DIR-IDX) = "rpt"
               OR WS-DIR-EXT(WS-DIR-IDX) = "bms"
               OR WS-DIR-EXT(WS-DIR-IDX) = "prf"
               OR WS-DIR-EXT(WS-DIR-IDX) = "sta"
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > 30
                   IF WS-DIR-BASE(WS-DIR-IDX) = WS-SYS-NAME(WS-SYS-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   ADD 1 TO WS-FILE-ORPHANS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-DIR-NAME(WS-DIR-IDX) DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   MOVE WS-RPT-LINE TO INV-RECORD
                   WRITE INV-RECORD
               END-IF
           END-IF.

       WRITE-STALE-WORK-FILES.
           MOVE SPACES TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE "FICHIERS DE REPRISE ET D'ANNULATION ABANDONNES"
               TO INV-RECORD.
           WRITE INV-RECORD.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF (WS-DIR-BASE(WS-DIR-IDX)(1:8) = "reprise-"
                       AND WS-DIR-EXT(WS-DIR-IDX) = "dat")
                   OR (WS-DIR-BASE(WS-DIR-IDX)(1:8) = "annuler-"
                       AND WS-DIR-EXT(WS-DIR-IDX) = "tmp")
                   PERFORM CHECK-ONE-WORK-FILE
               END-IF
           END-PERFORM.

       CHECK-ONE-WORK-FILE.
           MOVE WS-DIR-NAME(WS-DIR-IDX) TO WS-CHK-FILENAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHK-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               COMPUTE WS-FILE-DATE = WS-FD-YEAR * 10000
                   + WS-FD-MONTH * 100 + WS-FD-DAY
               MOVE WS-DIR-BASE(WS-DIR-IDX)(9:22) TO WS-WORK-AUTHOR
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DIR-NAME(WS-DIR-IDX)(1:24) DELIMITED BY SIZE
                      " AUTEUR " DELIMITED BY SIZE
                      WS-WORK-AUTHOR(1:8) DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      WS-FILE-DATE DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               IF WS-FILE-DATE < WS-TODAY
                   ADD 1 TO WS-STALE-FILES
                   MOVE "ABANDONNE" TO WS-RPT-LINE(65:9)
               ELSE
                   MOVE "DU JOUR" TO WS-RPT-LINE(65:7)
               END-IF
               MOVE WS-RPT-LINE TO INV-RECORD
               WRITE INV-RECORD
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE WS-APP-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "APPLICATIONS INVENTORIEES     : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE WS-ARCHIVES-READ TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARCHIVES D'AUDIT LUES         : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE WS-AUDIT-ORPHANS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTREES D'AUDIT ORPHELINES    : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE WS-FILE-ORPHANS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FICHIERS ORPHELINS            : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
           MOVE WS-STALE-FILES TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FICHIERS DE TRAVAIL ABANDONNES: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO INV-RECORD.
           WRITE INV-RECORD.
       END PROGRAM rptinv.
