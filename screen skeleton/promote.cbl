       IDENTIFICATION DIVISION.
       PROGRAM-ID. promote.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT AUDITLOG ASSIGN TO "audit.log"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CFGFILE ASSIGN TO "config.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MANFILE ASSIGN TO WS-MAN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT STAFILE ASSIGN TO WS-STA-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VRFFILE ASSIGN TO WS-VRF-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HISFILE ASSIGN TO "promotion.his"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PROMORPT ASSIGN TO "promotion.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       01  AUDIT-RECORD           PIC X(80).

       FD  CFGFILE.
       01  CFG-RECORD             PIC X(80).

       FD  MANFILE.
       01  MAN-RECORD             PIC X(80).

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

       FD  VRFFILE.
       01  VRF-RECORD             PIC X(100).

       FD  HISFILE.
       01  HIS-RECORD             PIC X(100).

       FD  PROMORPT.
       01  PROMO-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROL.
           05 WS-MAN-FILENAME     PIC X(20).
           05 WS-STA-FILENAME     PIC X(20).
           05 WS-VRF-FILENAME     PIC X(20).
           05 WS-AUDIT-FILENAME   PIC X(20) VALUE "audit.log".
           05 WS-CFG-FILENAME     PIC X(20) VALUE "config.dat".
           05 WS-HIS-FILENAME     PIC X(20) VALUE "promotion.his".
           05 WS-FILE-DETAILS     PIC X(20).
           05 WS-CHECK-RC         PIC 9(9) COMP-5.
           05 WS-COPY-RC          PIC 9(9) COMP-5.

       01  WS-PRODUCTION-VARS.
           05 WS-PROD-DIR         PIC X(40) VALUE "production".
           05 WS-PROD-TARGET      PIC X(80).
           05 WS-PROMOTER         PIC X(8).

       01  WS-FLAGS.
           05 WS-EOF              PIC X.
           05 WS-FOUND            PIC X.
           05 WS-VRF-ERRORS       PIC X.
           05 WS-IN-DIAGNOSTICS   PIC X.
           05 WS-STA-CHANGED      PIC X.
           05 WS-MAN-HAS-PROGRAM  PIC X.

       01  WS-APP-LIST.
           05 WS-APP-COUNT        PIC 9(2) VALUE 0.
           05 WS-APP-ENTRY OCCURS 50 TIMES.
               10 WS-APP-NAME      PIC X(8).
           05 WS-APP-IDX          PIC 9(2).
           05 WS-APP-NEW          PIC X(8).

       01  WS-STATUS-TABLE.
           05 WS-STA-COUNT        PIC 9(2) VALUE 0.
           05 WS-STA-ENTRY OCCURS 50 TIMES.
               10 WS-STA-TYPE     PIC X.
               10 WS-STA-NAME     PIC X(20).
               10 WS-STA-STATUS   PIC X(10).
               10 WS-STA-MANVER   PIC 9(3).
               10 WS-STA-USER     PIC X(8).
               10 WS-STA-DATE     PIC X(8).
           05 WS-STA-IDX          PIC 9(2).

       01  WS-MANIFEST-VARS.
           05 WS-MAN-TOK1         PIC X(2).
           05 WS-MAN-TOK2         PIC X(20).
           05 WS-MAN-VERSION      PIC 9(3).
           05 WS-VRF-TALLY        PIC 9(3).

       01  WS-TOTALS.
           05 WS-APPS-READ        PIC 9(3) VALUE 0.
           05 WS-APPS-REFUSED     PIC 9(3) VALUE 0.
           05 WS-ARTS-PROMOTED    PIC 9(3) VALUE 0.
           05 WS-ARTS-SKIPPED     PIC 9(3) VALUE 0.
           05 WS-ARTS-FAILED      PIC 9(3) VALUE 0.
           05 WS-COUNT-DISP       PIC ZZ9.

       01  WS-PROMO-LINE.
           05 PRO-APP             PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 PRO-TYPE            PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 PRO-NAME            PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 PRO-STATUS          PIC X(35).

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
       01  WS-TIME-RAW            PIC X(8).
       01  WS-TODAY               PIC X(8).

       01  WS-RPT-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-PRODUCTION-CONFIG.
           PERFORM LOAD-APPLICATION-NAMES.
           ACCEPT WS-PROMOTER FROM ENVIRONMENT "USER".
           IF WS-PROMOTER = SPACES
               MOVE "PROMOTE" TO WS-PROMOTER
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "CBL_CREATE_DIR" USING WS-PROD-DIR
               RETURNING WS-COPY-RC
           END-CALL.
           OPEN OUTPUT PROMORPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               PERFORM PROMOTE-ONE-APPLICATION
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PROMORPT.
           IF WS-APPS-REFUSED > 0 OR WS-ARTS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-PRODUCTION-CONFIG.
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
                           IF CFG-RECORD(1:5) = "PROD="
                               AND CFG-RECORD(6:40) NOT = SPACES
                               MOVE CFG-RECORD(6:40) TO WS-PROD-DIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFGFILE
           END-IF.

       LOAD-APPLICATION-NAMES.
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
                               MOVE AUDIT-RECORD(17:8) TO WS-APP-NEW
                               PERFORM ADD-APPLICATION-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.

       ADD-APPLICATION-NAME.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               IF WS-APP-NAME(WS-APP-IDX) = WS-APP-NEW
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-APP-COUNT < 50
               AND WS-APP-NEW NOT = SPACES
               ADD 1 TO WS-APP-COUNT
               MOVE WS-APP-NEW TO WS-APP-NAME(WS-APP-COUNT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "PROMOTION DES ARTEFACTS REVUS" TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BIBLIOTHEQUE DE PRODUCTION: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROD-DIR) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE SPACES TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE "APPLIC.  T ARTEFACT             ETAT" TO PROMO-RECORD.
           WRITE PROMO-RECORD.

       PROMOTE-ONE-APPLICATION.
           MOVE SPACES TO WS-STA-FILENAME.
           STRING FUNCTION TRIM(WS-APP-NAME(WS-APP-IDX))
                      DELIMITED BY SPACE
                  ".sta" DELIMITED BY SIZE
                  INTO WS-STA-FILENAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-STA-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               ADD 1 TO WS-APPS-READ
               MOVE SPACES TO WS-PROMO-LINE
               MOVE WS-APP-NAME(WS-APP-IDX) TO PRO-APP
               MOVE SPACES TO WS-MAN-FILENAME
               STRING FUNCTION TRIM(WS-APP-NAME(WS-APP-IDX))
                          DELIMITED BY SPACE
                      ".man" DELIMITED BY SIZE
                      INTO WS-MAN-FILENAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-MAN-FILENAME
                   WS-FILE-DETAILS
                   RETURNING WS-CHECK-RC
               END-CALL
               IF WS-CHECK-RC NOT = 0
                   ADD 1 TO WS-APPS-REFUSED
                   MOVE "REFUSEE - MANIFESTE ABSENT" TO PRO-STATUS
                   MOVE WS-PROMO-LINE TO PROMO-RECORD
                   WRITE PROMO-RECORD
               ELSE
                   PERFORM CHECK-MANIFEST-PROGRAM
                   MOVE 'N' TO WS-VRF-ERRORS
                   IF WS-MAN-HAS-PROGRAM = 'Y'
                       PERFORM CHECK-VERIFICATION-REPORT
                   END-IF
                   IF WS-VRF-ERRORS = 'Y'
                       ADD 1 TO WS-APPS-REFUSED
                       MOVE WS-PROMO-LINE TO PROMO-RECORD
                       WRITE PROMO-RECORD
                   ELSE
                       PERFORM LOAD-STATUS-FILE
                       PERFORM PROMOTE-MANIFEST-ARTIFACTS
                   END-IF
               END-IF
           END-IF.

       CHECK-MANIFEST-PROGRAM.
           MOVE 'N' TO WS-MAN-HAS-PROGRAM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MAN-RECORD(1:2) = "P "
                           MOVE 'Y' TO WS-MAN-HAS-PROGRAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANFILE.

       CHECK-VERIFICATION-REPORT.
           MOVE 'N' TO WS-VRF-ERRORS.
           MOVE 'N' TO WS-IN-DIAGNOSTICS.
           MOVE SPACES TO WS-VRF-FILENAME.
           STRING FUNCTION TRIM(WS-APP-NAME(WS-APP-IDX))
                      DELIMITED BY SPACE
                  ".rpt" DELIMITED BY SIZE
                  INTO WS-VRF-FILENAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VRF-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC NOT = 0
               MOVE 'Y' TO WS-VRF-ERRORS
               MOVE "REFUSEE - PAS DE RAPPORT DE VERIFICATION"
                   TO PRO-STATUS
           ELSE
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
           IF VRF-RECORD(1:10) = "RESULTAT: "
               AND VRF-RECORD(11:2) NOT = "OK"
               MOVE 'Y' TO WS-VRF-ERRORS
               MOVE "REFUSEE - ERREURS DE VERIFICATION" TO PRO-STATUS
           END-IF.
           IF VRF-RECORD(1:23) = "DIAGNOSTICS COMPILATEUR"
               MOVE 'Y' TO WS-IN-DIAGNOSTICS
           END-IF.
           IF WS-IN-DIAGNOSTICS = 'Y'
               MOVE 0 TO WS-VRF-TALLY
               INSPECT VRF-RECORD TALLYING WS-VRF-TALLY
                   FOR ALL "error"
               IF WS-VRF-TALLY > 0
                   MOVE 'Y' TO WS-VRF-ERRORS
                   MOVE "REFUSEE - ERREURS DE COMPILATION"
                       TO PRO-STATUS
               END-IF
           END-IF.

       LOAD-STATUS-FILE.
           MOVE 0 TO WS-STA-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STAFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STA-NAME NOT = SPACES AND WS-STA-COUNT < 50
                           ADD 1 TO WS-STA-COUNT
                           MOVE STA-TYPE TO WS-STA-TYPE(WS-STA-COUNT)
                           MOVE STA-NAME TO WS-STA-NAME(WS-STA-COUNT)
                           MOVE STA-STATUS
                               TO WS-STA-STATUS(WS-STA-COUNT)
                           MOVE STA-MANVER
                               TO WS-STA-MANVER(WS-STA-COUNT)
                           MOVE STA-USER TO WS-STA-USER(WS-STA-COUNT)
                           MOVE STA-DATE TO WS-STA-DATE(WS-STA-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFILE.

       PROMOTE-MANIFEST-ARTIFACTS.
           MOVE 'N' TO WS-STA-CHANGED.
           MOVE 0 TO WS-MAN-VERSION.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANFILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE MANFILE.
           IF WS-STA-CHANGED = 'Y'
               PERFORM WRITE-STATUS-FILE
           END-IF.

       CHECK-ONE-MANIFEST-LINE.
           MOVE SPACES TO WS-MAN-TOK1.
           MOVE SPACES TO WS-MAN-TOK2.
           UNSTRING MAN-RECORD DELIMITED BY ALL SPACE
               INTO WS-MAN-TOK1 WS-MAN-TOK2
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-MAN-TOK1 = "V"
                   IF WS-MAN-TOK2(1:3) IS NUMERIC
                       MOVE WS-MAN-TOK2(1:3) TO WS-MAN-VERSION
                   END-IF
               WHEN WS-MAN-TOK1 = "D"
                   CONTINUE
               WHEN WS-MAN-TOK1(2:1) = SPACE
                   AND WS-MAN-TOK1 NOT = SPACES
                   AND WS-MAN-TOK2 NOT = SPACES
                   PERFORM PROMOTE-ONE-ARTIFACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROMOTE-ONE-ARTIFACT.
           MOVE SPACES TO WS-PROMO-LINE.
           MOVE WS-APP-NAME(WS-APP-IDX) TO PRO-APP.
           MOVE WS-MAN-TOK1(1:1) TO PRO-TYPE.
           MOVE WS-MAN-TOK2 TO PRO-NAME.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-STA-TYPE(WS-STA-IDX) = WS-MAN-TOK1(1:1)
                   AND WS-STA-NAME(WS-STA-IDX) = WS-MAN-TOK2
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-STA-IDX
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND = 'N'
                   ADD 1 TO WS-ARTS-SKIPPED
                   MOVE "IGNORE - SANS STATUT" TO PRO-STATUS
               WHEN WS-STA-STATUS(WS-STA-IDX) = "PROMU"
                   MOVE "DEJA PROMU" TO PRO-STATUS
               WHEN WS-STA-STATUS(WS-STA-IDX) NOT = "REVU"
                   ADD 1 TO WS-ARTS-SKIPPED
                   MOVE "IGNORE - NON REVU" TO PRO-STATUS
               WHEN WS-STA-MANVER(WS-STA-IDX) NOT = WS-MAN-VERSION
                   ADD 1 TO WS-ARTS-SKIPPED
                   MOVE "IGNORE - REVU SUR UN AUTRE MANIFESTE"
                       TO PRO-STATUS
               WHEN OTHER
                   PERFORM COPY-TO-PRODUCTION
           END-EVALUATE.
           MOVE WS-PROMO-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.

       COPY-TO-PRODUCTION.
           MOVE SPACES TO WS-PROD-TARGET.
           STRING FUNCTION TRIM(WS-PROD-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAN-TOK2) DELIMITED BY SIZE
                  INTO WS-PROD-TARGET
           END-STRING.
           CALL "CBL_COPY_FILE" USING WS-MAN-TOK2 WS-PROD-TARGET
               RETURNING WS-COPY-RC
           END-CALL.
           IF WS-COPY-RC NOT = 0
               ADD 1 TO WS-ARTS-FAILED
               MOVE "ECHEC - COPIE IMPOSSIBLE" TO PRO-STATUS
           ELSE
               ADD 1 TO WS-ARTS-PROMOTED
               MOVE "PROMU" TO PRO-STATUS
               MOVE WS-APP-NAME(WS-APP-IDX) TO WS-HIS-APP
               MOVE WS-PROMOTER TO WS-HIS-USER
               MOVE WS-STA-TYPE(WS-STA-IDX) TO WS-HIS-TYPE
               MOVE WS-STA-NAME(WS-STA-IDX) TO WS-HIS-NAME
               MOVE WS-STA-STATUS(WS-STA-IDX) TO WS-HIS-OLD
               MOVE "PROMU" TO WS-HIS-NEW
               MOVE WS-MAN-VERSION TO WS-HIS-MANVER
               PERFORM WRITE-PROMOTION-HISTORY
               MOVE "PROMU" TO WS-STA-STATUS(WS-STA-IDX)
               MOVE WS-PROMOTER TO WS-STA-USER(WS-STA-IDX)
               MOVE WS-TODAY TO WS-STA-DATE(WS-STA-IDX)
               MOVE 'Y' TO WS-STA-CHANGED
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
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HIS-TIME.
           MOVE SPACES TO HIS-RECORD.
           MOVE WS-HIS-LINE TO HIS-RECORD.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HIS-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               OPEN EXTEND HISFILE
           ELSE
               OPEN OUTPUT HISFILE
           END-IF.
           WRITE HIS-RECORD.
           CLOSE HISFILE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE WS-APPS-READ TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "APPLICATIONS EXAMINEES : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE WS-APPS-REFUSED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "APPLICATIONS REFUSEES  : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE WS-ARTS-PROMOTED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARTEFACTS PROMUS       : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE WS-ARTS-SKIPPED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARTEFACTS IGNORES      : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.
           MOVE WS-ARTS-FAILED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COPIES EN ECHEC        : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PROMO-RECORD.
           WRITE PROMO-RECORD.
       END PROGRAM promote.
