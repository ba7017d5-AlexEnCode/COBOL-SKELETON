       IDENTIFICATION DIVISION.
       PROGRAM-ID. profil.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT CTLFILE ASSIGN TO "profil.ctl"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CPYCATFILE ASSIGN TO "cpycat.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT COPYSRC ASSIGN TO WS-SRC-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DATAFILE ASSIGN TO WS-DAT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PFLRPT ASSIGN TO WS-PFL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PRFREG ASSIGN TO "cpyprf.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT SUMRPT ASSIGN TO "profil.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE.
       01  CTL-RECORD.
           05 CTL-COPYBOOK        PIC X(8).
           05 FILLER              PIC X.
           05 CTL-DATAFILE        PIC X(40).
           05 FILLER              PIC X(31).

       FD  CPYCATFILE.
       01  CPC-RECORD.
           05 CPC-NAME            PIC X(8).
           05 CPC-DESC            PIC X(40).
           05 CPC-OWNER           PIC X(8).
           05 CPC-VERSION         PIC X(8).
           05 CPC-KEYFIELD        PIC X(30).

       FD  COPYSRC.
       01  COPYSRC-LINE           PIC X(72).

       FD  DATAFILE
           RECORD VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
               DEPENDING ON WS-REC-LEN.
       01  DATA-RECORD            PIC X(4000).

       FD  PFLRPT.
       01  PFL-RECORD             PIC X(80).

       FD  PRFREG.
       01  PRF-RECORD             PIC X(100).

       FD  SUMRPT.
       01  SUM-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROL.
           05 WS-SRC-FILENAME     PIC X(20).
           05 WS-DAT-FILENAME     PIC X(40).
           05 WS-PFL-FILENAME     PIC X(30).
           05 WS-CTL-FILENAME     PIC X(20) VALUE "profil.ctl".
           05 WS-CAT-FILENAME     PIC X(20) VALUE "cpycat.dat".
           05 WS-REG-FILENAME     PIC X(20) VALUE "cpyprf.dat".
           05 WS-FILE-DETAILS     PIC X(20).
           05 WS-CHECK-RC         PIC 9(9) COMP-5.
           05 WS-REC-LEN          PIC 9(5).

       01  WS-FLAGS.
           05 WS-EOF              PIC X.
           05 WS-CTL-EOF          PIC X.
           05 WS-DAT-EOF          PIC X.
           05 WS-FOUND            PIC X.
           05 WS-VALUE-OK         PIC X.

       01  WS-REQUEST.
           05 WS-REQ-COPYBOOK     PIC X(8).
           05 WS-REQ-VERSION      PIC X(8).
           05 WS-REQ-STATUS       PIC X(10).
           05 WS-REQ-REASON       PIC X(30).
           05 WS-TODAY            PIC X(8).
           05 WS-TIME-RAW         PIC X(8).

       01  WS-SCAN-VARS.
           05 WS-COPY-LINE        PIC X(72).
           05 WS-COPY-TRIMMED     PIC X(72).
           05 WS-TOKEN-NAME       PIC X(30).
           05 WS-NAME-LEN         PIC 9(3).
           05 WS-TOK              PIC X(30) OCCURS 12 TIMES.
           05 WS-TOK-WORK         PIC X(30).
           05 WS-TOK-IDX          PIC 9(2).
           05 WS-TOK-I            PIC 9(2).
           05 WS-CLS-PIC          PIC X(20).
           05 WS-CLS-USAGE        PIC X(8).
           05 WS-CLS-RTGT         PIC X(30).
           05 WS-CLS-OCCN         PIC 9(3).
           05 WS-CLS-LEVEL        PIC 9(2).
           05 WS-LVL-DIGIT-X      PIC X.
           05 WS-LVL-DIGIT-9 REDEFINES WS-LVL-DIGIT-X PIC 9.
           05 WS-TALLY            PIC 9(3).

       01  WS-REDEF-VARS.
           05 WS-RDF-ACTIVE       PIC X VALUE 'N'.
           05 WS-RDF-LEVEL        PIC 9(2).
           05 WS-RDF-CURSOR       PIC 9(5).
           05 WS-CUR-POS          PIC 9(5).
           05 WS-FLD-TOTAL        PIC 9(5).
           05 WS-CPY-LENGTH       PIC 9(5).
           05 WS-RDF-SKIPPED      PIC 9(3).

       01  WS-NAME-MAP.
           05 WS-MAP-COUNT        PIC 9(3) VALUE 0.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-NAME      PIC X(30).
               10 WS-MAP-OFFSET    PIC 9(5).
           05 WS-MAP-IDX          PIC 9(3).
           05 WS-MAP-HIT          PIC 9(3).

       01  WS-PIC-VARS.
           05 WS-PIC-WORK         PIC X(20).
           05 WS-PIC-CH           PIC X.
           05 WS-PIC-I            PIC 9(2).
           05 WS-PIC-LEN          PIC 9(2).
           05 WS-PIC-COUNT        PIC 9(4).
           05 WS-PIC-NUM          PIC 9(4).
           05 WS-PIC-DIGIT-X      PIC X.
           05 WS-PIC-DIGIT-9 REDEFINES WS-PIC-DIGIT-X PIC 9.
           05 WS-USAGE-WORK       PIC X(8).
           05 WS-FLD-DIGITS       PIC 9(4).
           05 WS-FLD-SCALE        PIC 9(2).
           05 WS-FLD-LEN          PIC 9(4).
           05 WS-FLD-OFFSET       PIC 9(5).
           05 WS-FLD-CLASS        PIC X.
           05 WS-FLD-SIGNED       PIC X.

       01  WS-FIELD-TABLE.
           05 WS-FE-COUNT         PIC 9(3) VALUE 0.
           05 WS-FE-ENTRY OCCURS 200 TIMES.
               10 WS-FE-NAME       PIC X(30).
               10 WS-FE-PIC        PIC X(20).
               10 WS-FE-USAGE      PIC X(8).
               10 WS-FE-POS        PIC 9(5).
               10 WS-FE-LEN        PIC 9(4).
               10 WS-FE-DIGITS     PIC 9(4).
               10 WS-FE-SCALE      PIC 9(2).
               10 WS-FE-CLASS      PIC X.
               10 WS-FE-SIGNED     PIC X.
               10 WS-FE-DATE       PIC X.
               10 WS-FE-NONNUM     PIC 9(9).
               10 WS-FE-BADPACK    PIC 9(9).
               10 WS-FE-BLANK      PIC 9(9).
               10 WS-FE-LOWVAL     PIC 9(9).
               10 WS-FE-BADDATE    PIC 9(9).
               10 WS-FE-VALID      PIC 9(9).
               10 WS-FE-NMIN       PIC S9(18).
               10 WS-FE-NMAX       PIC S9(18).
               10 WS-FE-AMIN       PIC X(20).
               10 WS-FE-AMAX       PIC X(20).
               10 WS-FE-VAL-COUNT  PIC 9(2).
               10 WS-FE-VAL-OTHER  PIC 9(9).
               10 WS-FE-VAL OCCURS 10 TIMES.
                   15 WS-FE-VAL-TEXT PIC X(20).
                   15 WS-FE-VAL-HITS PIC 9(9).
           05 WS-FE-IDX           PIC 9(3).
           05 WS-VAL-IDX          PIC 9(2).
           05 WS-VAL-BEST         PIC 9(2).
           05 WS-VAL-RANK         PIC 9(2).
           05 WS-VAL-SHOWN        PIC X OCCURS 10 TIMES.

       01  WS-VALUE-VARS.
           05 WS-POS              PIC 9(5).
           05 WS-LEN              PIC 9(4).
           05 WS-BYTE-I           PIC 9(4).
           05 WS-BYTE-X           PIC X.
           05 WS-BYTE-N REDEFINES WS-BYTE-X PIC X COMP-X.
           05 WS-BYTE-VAL         PIC 9(3).
           05 WS-NIB-HI           PIC 9(3).
           05 WS-NIB-LO           PIC 9(3).
           05 WS-DIGIT            PIC 9.
           05 WS-NUM-VALUE        PIC S9(18).
           05 WS-NUM-LIMIT        PIC S9(18).
           05 WS-NEGATIVE         PIC X.
           05 WS-ALPHA-VALUE      PIC X(20).
           05 WS-OVP-IDX          PIC 9(2).
           05 WS-OVP-POS          PIC X(10) VALUE "{ABCDEFGHI".
           05 WS-OVP-NEG          PIC X(10) VALUE "}JKLMNOPQR".
           05 WS-ASC-NEG          PIC X(10) VALUE "pqrstuvwxy".

       01  WS-DATE-VARS.
           05 WS-DTE-TEXT         PIC X(8).
           05 WS-DTE-NUM REDEFINES WS-DTE-TEXT.
               10 WS-DTE-YEAR      PIC 9(4).
               10 WS-DTE-MONTH     PIC 9(2).
               10 WS-DTE-DAY       PIC 9(2).
           05 WS-DTE-NUM8 REDEFINES WS-DTE-TEXT PIC 9(8).
           05 WS-DTE-MAXDAY       PIC 9(2).
           05 WS-DTE-QUOT         PIC 9(4).
           05 WS-DTE-REM4         PIC 9(4).
           05 WS-DTE-REM100       PIC 9(4).
           05 WS-DTE-REM400       PIC 9(4).
           05 WS-DTE-DAYS-VALUES  PIC X(24)
                                  VALUE "312831303130313130313031".
           05 WS-DTE-DAYS REDEFINES WS-DTE-DAYS-VALUES
                                  PIC 9(2) OCCURS 12 TIMES.

       01  WS-RECORD-TOTALS.
           05 WS-RECS-READ        PIC 9(9).
           05 WS-LEN-SHORT        PIC 9(9).
           05 WS-LEN-LONG         PIC 9(9).
           05 WS-LEN-EX-COUNT     PIC 9(2).
           05 WS-LEN-EXAMPLE OCCURS 10 TIMES.
               10 WS-LEN-EX-REC    PIC 9(9).
               10 WS-LEN-EX-LEN    PIC 9(5).
           05 WS-LEN-EX-IDX       PIC 9(2).
           05 WS-ANOMALIES        PIC 9(9).

       01  WS-RUN-TOTALS.
           05 WS-REQS-READ        PIC 9(3) VALUE 0.
           05 WS-REQS-CONFORM     PIC 9(3) VALUE 0.
           05 WS-REQS-ANOMALY     PIC 9(3) VALUE 0.
           05 WS-REQS-REJECTED    PIC 9(3) VALUE 0.

       01  WS-WORK.
           05 WS-COUNT-DISP       PIC Z(8)9.
           05 WS-SMALL-DISP       PIC ZZ9.
           05 WS-LEN-DISP         PIC ZZZZ9.
           05 WS-DEC-VALUE        PIC S9(13)V9(5).
           05 WS-DEC-DISP         PIC -(13)9.9(5).
           05 WS-INT-DISP         PIC -(17)9.
           05 WS-NUM-TEXT         PIC X(20).
           05 WS-MIN-TEXT         PIC X(20).
           05 WS-MAX-TEXT         PIC X(20).
           05 WS-RPT-LINE         PIC X(80).
           05 WS-REG-LINE         PIC X(100).

       01  WS-FIELD-LINE.
           05 PFL-FIELD           PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 PFL-POSIT           PIC ZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 PFL-LONG            PIC ZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 PFL-PIC             PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 PFL-USAGE           PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 PFL-DATE            PIC X(4).

       01  WS-COUNT-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PFC-NONNUM          PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 PFC-BADPACK         PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 PFC-BLANK           PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 PFC-LOWVAL          PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 PFC-BADDATE         PIC Z(8)9.

       01  WS-SUM-LINE.
           05 SUM-COPYBOOK        PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SUM-DATAFILE        PIC X(24).
           05 FILLER              PIC X VALUE SPACE.
           05 SUM-RECORDS         PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 SUM-STATUS          PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 SUM-REPORT          PIC X(25).

       01  WS-REG-RECORD.
           05 REG-COPYBOOK        PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 REG-VERSION         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 REG-DATE            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 REG-TIME            PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 REG-STATUS          PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 REG-REPORT          PIC X(25).
           05 FILLER              PIC X VALUE SPACE.
           05 REG-DATAFILE        PIC X(28).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN OUTPUT SUMRPT.
           PERFORM WRITE-SUMMARY-HEADER.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CTL-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-CTL-EOF
               OPEN INPUT CTLFILE
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ CTLFILE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           IF CTL-COPYBOOK NOT = SPACES
                               AND CTL-RECORD(1:1) NOT = "*"
                               PERFORM PROFILE-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLFILE
           ELSE
               MOVE "AUCUNE DEMANDE - profil.ctl absent" TO SUM-RECORD
               WRITE SUM-RECORD
           END-IF.
           PERFORM WRITE-SUMMARY-TOTALS.
           CLOSE SUMRPT.
           EVALUATE TRUE
               WHEN WS-REQS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REQS-ANOMALY > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       WRITE-SUMMARY-HEADER.
           MOVE "PROFILS DE DONNEES CONTRE COPYBOOKS" TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE SPACES TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE "COPYBOOK FICHIER                     ENREG. RESULTAT"
               TO WS-RPT-LINE.
           MOVE "RAPPORT" TO WS-RPT-LINE(56:7).
           MOVE WS-RPT-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.

       PROFILE-ONE-REQUEST.
           ADD 1 TO WS-REQS-READ.
           MOVE CTL-COPYBOOK TO WS-REQ-COPYBOOK.
           MOVE CTL-DATAFILE TO WS-DAT-FILENAME.
           MOVE SPACES TO WS-REQ-VERSION.
           MOVE SPACES TO WS-REQ-REASON.
           MOVE SPACES TO WS-PFL-FILENAME.
           MOVE 0 TO WS-RECS-READ.
           PERFORM FIND-CATALOG-ENTRY.
           IF WS-FOUND = 'N'
               MOVE "COPYBOOK NON CATALOGUE" TO WS-REQ-REASON
           ELSE
               PERFORM LOAD-COPYBOOK-FIELDS
           END-IF.
           IF WS-REQ-REASON = SPACES
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DAT-FILENAME
                   WS-FILE-DETAILS
                   RETURNING WS-CHECK-RC
               END-CALL
               IF WS-CHECK-RC NOT = 0
                   MOVE "FICHIER DE DONNEES ABSENT" TO WS-REQ-REASON
               END-IF
           END-IF.
           IF WS-REQ-REASON = SPACES
               PERFORM PROFILE-DATA-FILE
               PERFORM WRITE-PROFILE-REPORT
               PERFORM REGISTER-PROFILE-EVIDENCE
               IF WS-ANOMALIES > 0
                   MOVE "ANOMALIES" TO WS-REQ-STATUS
                   ADD 1 TO WS-REQS-ANOMALY
               ELSE
                   MOVE "CONFORME" TO WS-REQ-STATUS
                   ADD 1 TO WS-REQS-CONFORM
               END-IF
           ELSE
               MOVE "REJET" TO WS-REQ-STATUS
               ADD 1 TO WS-REQS-REJECTED
           END-IF.
           PERFORM WRITE-SUMMARY-LINE.

       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-FOUND.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CAT-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT CPYCATFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CPYCATFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(CPC-NAME)
                               = FUNCTION UPPER-CASE(WS-REQ-COPYBOOK)
                               AND WS-FOUND = 'N'
                               MOVE 'Y' TO WS-FOUND
                               MOVE CPC-NAME TO WS-REQ-COPYBOOK
                               MOVE CPC-VERSION TO WS-REQ-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CPYCATFILE
           END-IF.

       LOAD-COPYBOOK-FIELDS.
           MOVE SPACES TO WS-SRC-FILENAME.
           STRING FUNCTION TRIM(WS-REQ-COPYBOOK) DELIMITED BY SPACE
                  ".cpy" DELIMITED BY SIZE
                  INTO WS-SRC-FILENAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SRC-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 0 TO WS-FLD-OFFSET
               MOVE 0 TO WS-CPY-LENGTH
               MOVE 0 TO WS-MAP-COUNT
               MOVE 0 TO WS-FE-COUNT
               MOVE 0 TO WS-RDF-SKIPPED
               MOVE 'N' TO WS-RDF-ACTIVE
               MOVE 'N' TO WS-EOF
               OPEN INPUT COPYSRC
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COPYSRC INTO WS-COPY-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ANALYZE-COPYBOOK-LINE
                   END-READ
               END-PERFORM
               CLOSE COPYSRC
               IF WS-FE-COUNT = 0
                   MOVE "COPYBOOK SANS CHAMP ELEMENTAIRE"
                       TO WS-REQ-REASON
               END-IF
           ELSE
               MOVE "SOURCE COPYBOOK ABSENT" TO WS-REQ-REASON
           END-IF.

       ANALYZE-COPYBOOK-LINE.
           IF WS-COPY-LINE(1:6) IS NUMERIC
               MOVE SPACES TO WS-COPY-LINE(1:6)
           END-IF.
           IF WS-COPY-LINE(7:1) = "*"
               CONTINUE
           ELSE
               PERFORM PARSE-COPYBOOK-LINE
           END-IF.

       PARSE-COPYBOOK-LINE.
           MOVE FUNCTION TRIM(WS-COPY-LINE) TO WS-COPY-TRIMMED.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
               UNTIL WS-TOK-IDX > 12
               MOVE SPACES TO WS-TOK(WS-TOK-IDX)
           END-PERFORM.
           UNSTRING WS-COPY-TRIMMED DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                   WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                   WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
           END-UNSTRING.
           IF WS-TOK(1)(1:1) IS NUMERIC
               AND WS-TOK(1) NOT = "88"
               AND WS-TOK(1) NOT = "66"
               PERFORM PROCESS-COPYBOOK-ITEM
           END-IF.

       PROCESS-COPYBOOK-ITEM.
           MOVE 0 TO WS-CLS-LEVEL.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
               UNTIL WS-TOK-I > 2
               IF WS-TOK(1)(WS-TOK-I:1) IS NUMERIC
                   MOVE WS-TOK(1)(WS-TOK-I:1) TO WS-LVL-DIGIT-X
                   COMPUTE WS-CLS-LEVEL
                       = WS-CLS-LEVEL * 10 + WS-LVL-DIGIT-9
               END-IF
           END-PERFORM.
           MOVE WS-TOK(2) TO WS-TOK-WORK.
           PERFORM STRIP-TOKEN-PERIOD.
           MOVE WS-TOK-WORK TO WS-TOKEN-NAME.
           IF WS-CLS-LEVEL = 1
               MOVE 0 TO WS-FLD-OFFSET
               MOVE 'N' TO WS-RDF-ACTIVE
           END-IF.
           IF WS-RDF-ACTIVE = 'Y'
               AND WS-CLS-LEVEL <= WS-RDF-LEVEL
               MOVE 'N' TO WS-RDF-ACTIVE
           END-IF.
           PERFORM PARSE-COPYBOOK-CLAUSES.
           IF WS-CLS-RTGT NOT = SPACES
               PERFORM OPEN-REDEFINES-LEG
           END-IF.
           IF WS-RDF-ACTIVE = 'Y'
               MOVE WS-RDF-CURSOR TO WS-CUR-POS
           ELSE
               MOVE WS-FLD-OFFSET TO WS-CUR-POS
           END-IF.
           PERFORM REGISTER-ITEM-OFFSET.
           IF WS-CLS-PIC NOT = SPACES
               PERFORM COMPUTE-ITEM-LENGTH
               IF WS-RDF-ACTIVE = 'Y'
                   ADD 1 TO WS-RDF-SKIPPED
               ELSE
                   PERFORM REGISTER-PROFILE-FIELD
               END-IF
               PERFORM ADVANCE-OFFSET-CURSOR
           END-IF.

       PARSE-COPYBOOK-CLAUSES.
           MOVE SPACES TO WS-CLS-PIC.
           MOVE SPACES TO WS-CLS-USAGE.
           MOVE SPACES TO WS-CLS-RTGT.
           MOVE 0 TO WS-CLS-OCCN.
           PERFORM VARYING WS-TOK-IDX FROM 3 BY 1
               UNTIL WS-TOK-IDX > 11
               MOVE WS-TOK(WS-TOK-IDX) TO WS-TOK-WORK
               PERFORM STRIP-TOKEN-PERIOD
               EVALUATE TRUE
                   WHEN WS-TOK-WORK = "PIC"
                           OR WS-TOK-WORK = "PICTURE"
                       MOVE WS-TOK(WS-TOK-IDX + 1) TO WS-TOK-WORK
                       PERFORM STRIP-TOKEN-PERIOD
                       MOVE WS-TOK-WORK(1:20) TO WS-CLS-PIC
                   WHEN WS-TOK-WORK = "REDEFINES"
                       MOVE WS-TOK(WS-TOK-IDX + 1) TO WS-TOK-WORK
                       PERFORM STRIP-TOKEN-PERIOD
                       MOVE WS-TOK-WORK TO WS-CLS-RTGT
                   WHEN WS-TOK-WORK = "OCCURS"
                       MOVE WS-TOK(WS-TOK-IDX + 1) TO WS-TOK-WORK
                       PERFORM PARSE-OCCURS-NUMBER
                       IF WS-TOK-IDX < 10
                           MOVE WS-TOK(WS-TOK-IDX + 2)
                               TO WS-TOK-WORK
                           PERFORM STRIP-TOKEN-PERIOD
                           IF WS-TOK-WORK = "TO"
                               MOVE WS-TOK(WS-TOK-IDX + 3)
                                   TO WS-TOK-WORK
                               PERFORM PARSE-OCCURS-NUMBER
                           END-IF
                       END-IF
                   WHEN WS-TOK-WORK = "PACKED-DECIMAL"
                           OR WS-TOK-WORK = "COMPUTATIONAL-3"
                       MOVE "COMP-3" TO WS-CLS-USAGE
                   WHEN WS-TOK-WORK(1:4) = "COMP"
                           OR WS-TOK-WORK(1:4) = "BINA"
                       MOVE WS-TOK-WORK(1:8) TO WS-CLS-USAGE
               END-EVALUATE
           END-PERFORM.

       PARSE-OCCURS-NUMBER.
           MOVE 0 TO WS-CLS-OCCN.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
               UNTIL WS-TOK-I > 3
               IF WS-TOK-WORK(WS-TOK-I:1) IS NUMERIC
                   MOVE WS-TOK-WORK(WS-TOK-I:1) TO WS-LVL-DIGIT-X
                   COMPUTE WS-CLS-OCCN
                       = WS-CLS-OCCN * 10 + WS-LVL-DIGIT-9
               END-IF
           END-PERFORM.

       STRIP-TOKEN-PERIOD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-WORK))
               TO WS-NAME-LEN.
           IF WS-NAME-LEN > 1
               AND WS-TOK-WORK(WS-NAME-LEN:1) = "."
               MOVE SPACE TO WS-TOK-WORK(WS-NAME-LEN:1)
           END-IF.

       OPEN-REDEFINES-LEG.
           MOVE 'Y' TO WS-RDF-ACTIVE.
           MOVE WS-CLS-LEVEL TO WS-RDF-LEVEL.
           MOVE WS-FLD-OFFSET TO WS-RDF-CURSOR.
           MOVE 0 TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-NAME(WS-MAP-IDX) = WS-CLS-RTGT
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.
           IF WS-MAP-HIT > 0
               MOVE WS-MAP-OFFSET(WS-MAP-HIT) TO WS-RDF-CURSOR
           END-IF.

       REGISTER-ITEM-OFFSET.
           IF WS-TOKEN-NAME NOT = SPACES
               AND WS-TOKEN-NAME NOT = "FILLER"
               AND WS-MAP-COUNT < 200
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-TOKEN-NAME TO WS-MAP-NAME(WS-MAP-COUNT)
               MOVE WS-CUR-POS TO WS-MAP-OFFSET(WS-MAP-COUNT)
           END-IF.

       COMPUTE-ITEM-LENGTH.
           MOVE WS-CLS-PIC TO WS-PIC-WORK.
           MOVE WS-CLS-USAGE TO WS-USAGE-WORK.
           PERFORM COMPUTE-FIELD-LENGTH.
           IF WS-CLS-OCCN > 1
               COMPUTE WS-FLD-TOTAL = WS-FLD-LEN * WS-CLS-OCCN
           ELSE
               MOVE WS-FLD-LEN TO WS-FLD-TOTAL
           END-IF.

       ADVANCE-OFFSET-CURSOR.
           IF WS-RDF-ACTIVE = 'Y'
               ADD WS-FLD-TOTAL TO WS-RDF-CURSOR
           ELSE
               ADD WS-FLD-TOTAL TO WS-FLD-OFFSET
           END-IF.
           IF WS-FLD-OFFSET > WS-CPY-LENGTH
               MOVE WS-FLD-OFFSET TO WS-CPY-LENGTH
           END-IF.

       REGISTER-PROFILE-FIELD.
           IF WS-FE-COUNT < 200
               AND WS-TOKEN-NAME NOT = "FILLER"
               ADD 1 TO WS-FE-COUNT
               INITIALIZE WS-FE-ENTRY(WS-FE-COUNT)
               MOVE WS-TOKEN-NAME TO WS-FE-NAME(WS-FE-COUNT)
               IF WS-CLS-OCCN > 1
                   MOVE SPACES TO WS-FE-NAME(WS-FE-COUNT)
                   STRING FUNCTION TRIM(WS-TOKEN-NAME)
                              DELIMITED BY SIZE
                          "(1)" DELIMITED BY SIZE
                          INTO WS-FE-NAME(WS-FE-COUNT)
                   END-STRING
               END-IF
               MOVE WS-CLS-PIC TO WS-FE-PIC(WS-FE-COUNT)
               MOVE WS-CLS-USAGE TO WS-FE-USAGE(WS-FE-COUNT)
               COMPUTE WS-FE-POS(WS-FE-COUNT) = WS-CUR-POS + 1
               MOVE WS-FLD-LEN TO WS-FE-LEN(WS-FE-COUNT)
               MOVE WS-FLD-DIGITS TO WS-FE-DIGITS(WS-FE-COUNT)
               MOVE WS-FLD-SCALE TO WS-FE-SCALE(WS-FE-COUNT)
               MOVE WS-FLD-CLASS TO WS-FE-CLASS(WS-FE-COUNT)
               MOVE WS-FLD-SIGNED TO WS-FE-SIGNED(WS-FE-COUNT)
               PERFORM CLASSIFY-DATE-FIELD
           END-IF.

       CLASSIFY-DATE-FIELD.
           MOVE 'N' TO WS-FE-DATE(WS-FE-COUNT).
           MOVE 0 TO WS-TALLY.
           INSPECT WS-TOKEN-NAME TALLYING WS-TALLY
               FOR ALL "DATE" ALL "DAT-" ALL "-DT".
           IF WS-TALLY > 0
               EVALUATE TRUE
                   WHEN WS-FLD-CLASS = 'N' AND WS-FLD-SCALE = 0
                           AND (WS-FLD-DIGITS = 8 OR WS-FLD-DIGITS = 6)
                       MOVE 'Y' TO WS-FE-DATE(WS-FE-COUNT)
                   WHEN WS-FLD-CLASS = 'P' AND WS-FLD-SCALE = 0
                           AND WS-FLD-DIGITS = 8
                       MOVE 'Y' TO WS-FE-DATE(WS-FE-COUNT)
                   WHEN WS-FLD-CLASS = 'A'
                           AND (WS-FLD-LEN = 8 OR WS-FLD-LEN = 10)
                       MOVE 'Y' TO WS-FE-DATE(WS-FE-COUNT)
               END-EVALUATE
           END-IF.

       COMPUTE-FIELD-LENGTH.
           MOVE 1 TO WS-FLD-LEN.
           MOVE 0 TO WS-FLD-DIGITS.
           MOVE 0 TO WS-FLD-SCALE.
           MOVE 'A' TO WS-FLD-CLASS.
           MOVE 'N' TO WS-FLD-SIGNED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-WORK))
               TO WS-PIC-LEN.
           IF WS-PIC-WORK = SPACES
               MOVE 1 TO WS-FLD-LEN
           ELSE
               MOVE 1 TO WS-PIC-I
               IF WS-PIC-WORK(1:1) = "S"
                   MOVE 2 TO WS-PIC-I
                   MOVE 'Y' TO WS-FLD-SIGNED
               END-IF
               EVALUATE TRUE
                   WHEN WS-PIC-WORK(WS-PIC-I:1) = "X"
                           OR WS-PIC-WORK(WS-PIC-I:1) = "A"
                       PERFORM COUNT-PIC-SEGMENT
                       MOVE WS-PIC-COUNT TO WS-FLD-LEN
                   WHEN WS-PIC-WORK(WS-PIC-I:1) = "9"
                       PERFORM COUNT-PIC-SEGMENT
                       MOVE WS-PIC-COUNT TO WS-FLD-DIGITS
                       IF WS-PIC-I <= WS-PIC-LEN
                           AND WS-PIC-WORK(WS-PIC-I:1) = "V"
                           ADD 1 TO WS-PIC-I
                           IF WS-PIC-I <= WS-PIC-LEN
                               PERFORM COUNT-PIC-SEGMENT
                               ADD WS-PIC-COUNT TO WS-FLD-DIGITS
                               MOVE WS-PIC-COUNT TO WS-FLD-SCALE
                           END-IF
                       END-IF
                       PERFORM COMPUTE-NUMERIC-LENGTH
                   WHEN OTHER
                       PERFORM COUNT-EDITED-LENGTH
               END-EVALUATE
           END-IF.

       COMPUTE-NUMERIC-LENGTH.
           EVALUATE TRUE
               WHEN WS-USAGE-WORK = "COMP-3"
                   COMPUTE WS-FLD-LEN = (WS-FLD-DIGITS / 2) + 1
                   MOVE 'P' TO WS-FLD-CLASS
               WHEN WS-USAGE-WORK(1:4) = "COMP"
                       OR WS-USAGE-WORK(1:4) = "BINA"
                   IF WS-FLD-DIGITS < 5
                       MOVE 2 TO WS-FLD-LEN
                   ELSE
                       IF WS-FLD-DIGITS < 10
                           MOVE 4 TO WS-FLD-LEN
                       ELSE
                           MOVE 8 TO WS-FLD-LEN
                       END-IF
                   END-IF
                   MOVE 'B' TO WS-FLD-CLASS
               WHEN OTHER
                   MOVE WS-FLD-DIGITS TO WS-FLD-LEN
                   MOVE 'N' TO WS-FLD-CLASS
           END-EVALUATE.

       COUNT-EDITED-LENGTH.
           MOVE 0 TO WS-FLD-LEN.
           PERFORM UNTIL WS-PIC-I > WS-PIC-LEN
               IF WS-PIC-WORK(WS-PIC-I:1) = "V"
                   OR WS-PIC-WORK(WS-PIC-I:1) = "P"
                   ADD 1 TO WS-PIC-I
               ELSE
                   PERFORM COUNT-PIC-SEGMENT
                   ADD WS-PIC-COUNT TO WS-FLD-LEN
               END-IF
           END-PERFORM.
           IF WS-FLD-LEN = 0
               MOVE 1 TO WS-FLD-LEN
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

       PROFILE-DATA-FILE.
           MOVE 0 TO WS-LEN-SHORT.
           MOVE 0 TO WS-LEN-LONG.
           MOVE 0 TO WS-LEN-EX-COUNT.
           MOVE 0 TO WS-ANOMALIES.
           MOVE 'N' TO WS-DAT-EOF.
           OPEN INPUT DATAFILE.
           PERFORM UNTIL WS-DAT-EOF = 'Y'
               MOVE SPACES TO DATA-RECORD
               READ DATAFILE
                   AT END
                       MOVE 'Y' TO WS-DAT-EOF
                   NOT AT END
                       PERFORM PROFILE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DATAFILE.
           MOVE WS-LEN-LONG TO WS-ANOMALIES.
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FE-COUNT
               ADD WS-FE-NONNUM(WS-FE-IDX) TO WS-ANOMALIES
               ADD WS-FE-BADPACK(WS-FE-IDX) TO WS-ANOMALIES
               ADD WS-FE-BADDATE(WS-FE-IDX) TO WS-ANOMALIES
           END-PERFORM.

       PROFILE-ONE-RECORD.
           ADD 1 TO WS-RECS-READ.
           IF WS-REC-LEN < 4000
               MOVE SPACES TO DATA-RECORD(WS-REC-LEN + 1:)
           END-IF.
           IF WS-REC-LEN NOT = WS-CPY-LENGTH
               IF WS-REC-LEN < WS-CPY-LENGTH
                   ADD 1 TO WS-LEN-SHORT
               ELSE
                   ADD 1 TO WS-LEN-LONG
               END-IF
               IF WS-LEN-EX-COUNT < 10
                   ADD 1 TO WS-LEN-EX-COUNT
                   MOVE WS-RECS-READ TO WS-LEN-EX-REC(WS-LEN-EX-COUNT)
                   MOVE WS-REC-LEN TO WS-LEN-EX-LEN(WS-LEN-EX-COUNT)
               END-IF
           END-IF.
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FE-COUNT
               PERFORM PROFILE-ONE-FIELD
           END-PERFORM.

       PROFILE-ONE-FIELD.
           MOVE WS-FE-POS(WS-FE-IDX) TO WS-POS.
           MOVE WS-FE-LEN(WS-FE-IDX) TO WS-LEN.
           IF WS-POS + WS-LEN - 1 > 4000
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN DATA-RECORD(WS-POS:WS-LEN) = SPACES
                       ADD 1 TO WS-FE-BLANK(WS-FE-IDX)
                       PERFORM COUNT-EMPTY-NUMERIC
                   WHEN DATA-RECORD(WS-POS:WS-LEN) = LOW-VALUES
                       ADD 1 TO WS-FE-LOWVAL(WS-FE-IDX)
                       PERFORM COUNT-EMPTY-NUMERIC
                   WHEN WS-FE-CLASS(WS-FE-IDX) = 'N'
                       PERFORM CHECK-ZONED-VALUE
                   WHEN WS-FE-CLASS(WS-FE-IDX) = 'P'
                       PERFORM CHECK-PACKED-VALUE
                   WHEN WS-FE-CLASS(WS-FE-IDX) = 'B'
                       PERFORM CHECK-BINARY-VALUE
                   WHEN OTHER
                       PERFORM CHECK-ALPHA-VALUE
               END-EVALUATE
           END-IF.

       COUNT-EMPTY-NUMERIC.
           EVALUATE WS-FE-CLASS(WS-FE-IDX)
               WHEN 'N'
                   ADD 1 TO WS-FE-NONNUM(WS-FE-IDX)
               WHEN 'P'
                   ADD 1 TO WS-FE-BADPACK(WS-FE-IDX)
           END-EVALUATE.

       CHECK-ZONED-VALUE.
           MOVE 'Y' TO WS-VALUE-OK.
           MOVE 'N' TO WS-NEGATIVE.
           MOVE 0 TO WS-NUM-VALUE.
           PERFORM VARYING WS-BYTE-I FROM 1 BY 1
               UNTIL WS-BYTE-I > WS-LEN OR WS-VALUE-OK = 'N'
               MOVE DATA-RECORD(WS-POS + WS-BYTE-I - 1:1) TO WS-BYTE-X
               IF WS-BYTE-X IS NUMERIC
                   MOVE WS-BYTE-X TO WS-DIGIT
               ELSE
                   IF WS-BYTE-I = WS-LEN
                       AND WS-FE-SIGNED(WS-FE-IDX) = 'Y'
                       PERFORM DECODE-OVERPUNCH-SIGN
                   ELSE
                       MOVE 'N' TO WS-VALUE-OK
                   END-IF
               END-IF
               IF WS-VALUE-OK = 'Y' AND WS-LEN <= 18
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10 + WS-DIGIT
               END-IF
           END-PERFORM.
           IF WS-VALUE-OK = 'N'
               ADD 1 TO WS-FE-NONNUM(WS-FE-IDX)
           ELSE
               IF WS-LEN <= 18
                   PERFORM RECORD-NUMERIC-VALUE
               END-IF
               IF WS-FE-DATE(WS-FE-IDX) = 'Y'
                   PERFORM CHECK-NUMERIC-DATE
               END-IF
           END-IF.

       DECODE-OVERPUNCH-SIGN.
           MOVE 'N' TO WS-VALUE-OK.
           PERFORM VARYING WS-OVP-IDX FROM 1 BY 1
               UNTIL WS-OVP-IDX > 10
               IF WS-BYTE-X = WS-OVP-POS(WS-OVP-IDX:1)
                   MOVE 'Y' TO WS-VALUE-OK
                   COMPUTE WS-DIGIT = WS-OVP-IDX - 1
               END-IF
               IF WS-BYTE-X = WS-OVP-NEG(WS-OVP-IDX:1)
                   OR WS-BYTE-X = WS-ASC-NEG(WS-OVP-IDX:1)
                   MOVE 'Y' TO WS-VALUE-OK
                   MOVE 'Y' TO WS-NEGATIVE
                   COMPUTE WS-DIGIT = WS-OVP-IDX - 1
               END-IF
           END-PERFORM.

       CHECK-PACKED-VALUE.
           MOVE 'Y' TO WS-VALUE-OK.
           MOVE 'N' TO WS-NEGATIVE.
           MOVE 0 TO WS-NUM-VALUE.
           PERFORM VARYING WS-BYTE-I FROM 1 BY 1
               UNTIL WS-BYTE-I > WS-LEN
               MOVE DATA-RECORD(WS-POS + WS-BYTE-I - 1:1) TO WS-BYTE-X
               MOVE WS-BYTE-N TO WS-BYTE-VAL
               DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
                   REMAINDER WS-NIB-LO
               IF WS-NIB-HI > 9
                   MOVE 'N' TO WS-VALUE-OK
               END-IF
               IF WS-BYTE-I < WS-LEN
                   IF WS-NIB-LO > 9
                       MOVE 'N' TO WS-VALUE-OK
                   END-IF
                   IF WS-VALUE-OK = 'Y' AND WS-LEN <= 9
                       COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 100
                           + WS-NIB-HI * 10 + WS-NIB-LO
                   END-IF
               ELSE
                   EVALUATE WS-NIB-LO
                       WHEN 12
                       WHEN 15
                           CONTINUE
                       WHEN 13
                           MOVE 'Y' TO WS-NEGATIVE
                       WHEN OTHER
                           MOVE 'N' TO WS-VALUE-OK
                   END-EVALUATE
                   IF WS-VALUE-OK = 'Y' AND WS-LEN <= 9
                       COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                           + WS-NIB-HI
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VALUE-OK = 'N'
               ADD 1 TO WS-FE-BADPACK(WS-FE-IDX)
           ELSE
               IF WS-LEN <= 9
                   PERFORM RECORD-NUMERIC-VALUE
                   IF WS-FE-DATE(WS-FE-IDX) = 'Y'
                       MOVE WS-NUM-VALUE TO WS-DTE-NUM8
                       PERFORM CHECK-DATE-PARTS
                   END-IF
               END-IF
           END-IF.

       CHECK-BINARY-VALUE.
           MOVE 'N' TO WS-NEGATIVE.
           MOVE 0 TO WS-NUM-VALUE.
           IF WS-LEN <= 4
               PERFORM VARYING WS-BYTE-I FROM 1 BY 1
                   UNTIL WS-BYTE-I > WS-LEN
                   MOVE DATA-RECORD(WS-POS + WS-BYTE-I - 1:1)
                       TO WS-BYTE-X
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 256
                       + WS-BYTE-N
               END-PERFORM
               IF WS-FE-SIGNED(WS-FE-IDX) = 'Y'
                   MOVE DATA-RECORD(WS-POS:1) TO WS-BYTE-X
                   IF WS-BYTE-N > 127
                       COMPUTE WS-NUM-VALUE
                           = WS-NUM-VALUE - (256 ** WS-LEN)
                   END-IF
               END-IF
               COMPUTE WS-NUM-LIMIT = 10 ** WS-FE-DIGITS(WS-FE-IDX)
               IF WS-NUM-VALUE >= WS-NUM-LIMIT
                   OR WS-NUM-VALUE <= 0 - WS-NUM-LIMIT
                   ADD 1 TO WS-FE-NONNUM(WS-FE-IDX)
               ELSE
                   PERFORM RECORD-NUMERIC-VALUE
               END-IF
           END-IF.

       RECORD-NUMERIC-VALUE.
           IF WS-NEGATIVE = 'Y'
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
           END-IF.
           ADD 1 TO WS-FE-VALID(WS-FE-IDX).
           IF WS-FE-VALID(WS-FE-IDX) = 1
               MOVE WS-NUM-VALUE TO WS-FE-NMIN(WS-FE-IDX)
               MOVE WS-NUM-VALUE TO WS-FE-NMAX(WS-FE-IDX)
           ELSE
               IF WS-NUM-VALUE < WS-FE-NMIN(WS-FE-IDX)
                   MOVE WS-NUM-VALUE TO WS-FE-NMIN(WS-FE-IDX)
               END-IF
               IF WS-NUM-VALUE > WS-FE-NMAX(WS-FE-IDX)
                   MOVE WS-NUM-VALUE TO WS-FE-NMAX(WS-FE-IDX)
               END-IF
           END-IF.

       CHECK-ALPHA-VALUE.
           MOVE SPACES TO WS-ALPHA-VALUE.
           IF WS-LEN > 20
               MOVE DATA-RECORD(WS-POS:20) TO WS-ALPHA-VALUE
           ELSE
               MOVE DATA-RECORD(WS-POS:WS-LEN) TO WS-ALPHA-VALUE
           END-IF.
           ADD 1 TO WS-FE-VALID(WS-FE-IDX).
           IF WS-FE-VALID(WS-FE-IDX) = 1
               MOVE WS-ALPHA-VALUE TO WS-FE-AMIN(WS-FE-IDX)
               MOVE WS-ALPHA-VALUE TO WS-FE-AMAX(WS-FE-IDX)
           ELSE
               IF WS-ALPHA-VALUE < WS-FE-AMIN(WS-FE-IDX)
                   MOVE WS-ALPHA-VALUE TO WS-FE-AMIN(WS-FE-IDX)
               END-IF
               IF WS-ALPHA-VALUE > WS-FE-AMAX(WS-FE-IDX)
                   MOVE WS-ALPHA-VALUE TO WS-FE-AMAX(WS-FE-IDX)
               END-IF
           END-IF.
           IF WS-LEN <= 20
               PERFORM COUNT-DISTINCT-VALUE
           END-IF.
           IF WS-FE-DATE(WS-FE-IDX) = 'Y'
               PERFORM CHECK-ALPHA-DATE
           END-IF.

       COUNT-DISTINCT-VALUE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-FE-VAL-COUNT(WS-FE-IDX)
                   OR WS-FOUND = 'Y'
               IF WS-FE-VAL-TEXT(WS-FE-IDX, WS-VAL-IDX)
                   = WS-ALPHA-VALUE
                   ADD 1 TO WS-FE-VAL-HITS(WS-FE-IDX, WS-VAL-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               IF WS-FE-VAL-COUNT(WS-FE-IDX) < 10
                   ADD 1 TO WS-FE-VAL-COUNT(WS-FE-IDX)
                   MOVE WS-FE-VAL-COUNT(WS-FE-IDX) TO WS-VAL-IDX
                   MOVE WS-ALPHA-VALUE
                       TO WS-FE-VAL-TEXT(WS-FE-IDX, WS-VAL-IDX)
                   MOVE 1 TO WS-FE-VAL-HITS(WS-FE-IDX, WS-VAL-IDX)
               ELSE
                   ADD 1 TO WS-FE-VAL-OTHER(WS-FE-IDX)
               END-IF
           END-IF.

       CHECK-NUMERIC-DATE.
           IF WS-LEN = 6
               MOVE "20" TO WS-DTE-TEXT(1:2)
               MOVE DATA-RECORD(WS-POS:6) TO WS-DTE-TEXT(3:6)
           ELSE
               MOVE DATA-RECORD(WS-POS:8) TO WS-DTE-TEXT
           END-IF.
           IF WS-DTE-TEXT(8:1) IS NOT NUMERIC
               MOVE WS-DIGIT TO WS-DTE-TEXT(8:1)
           END-IF.
           PERFORM CHECK-DATE-PARTS.

       CHECK-ALPHA-DATE.
           MOVE SPACES TO WS-DTE-TEXT.
           IF WS-LEN = 10
               MOVE DATA-RECORD(WS-POS:4) TO WS-DTE-TEXT(1:4)
               MOVE DATA-RECORD(WS-POS + 5:2) TO WS-DTE-TEXT(5:2)
               MOVE DATA-RECORD(WS-POS + 8:2) TO WS-DTE-TEXT(7:2)
           ELSE
               MOVE DATA-RECORD(WS-POS:8) TO WS-DTE-TEXT
           END-IF.
           IF WS-DTE-TEXT IS NUMERIC
               PERFORM CHECK-DATE-PARTS
           ELSE
               ADD 1 TO WS-FE-BADDATE(WS-FE-IDX)
           END-IF.

       CHECK-DATE-PARTS.
           IF WS-DTE-TEXT(5:4) = "0000"
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-VALUE-OK
               IF WS-DTE-MONTH < 1 OR WS-DTE-MONTH > 12
                   MOVE 'N' TO WS-VALUE-OK
               ELSE
                   MOVE WS-DTE-DAYS(WS-DTE-MONTH) TO WS-DTE-MAXDAY
                   IF WS-DTE-MONTH = 2
                       PERFORM CHECK-LEAP-YEAR
                   END-IF
                   IF WS-DTE-DAY < 1 OR WS-DTE-DAY > WS-DTE-MAXDAY
                       MOVE 'N' TO WS-VALUE-OK
                   END-IF
               END-IF
               IF WS-VALUE-OK = 'N'
                   ADD 1 TO WS-FE-BADDATE(WS-FE-IDX)
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.
           DIVIDE WS-DTE-YEAR BY 4 GIVING WS-DTE-QUOT
               REMAINDER WS-DTE-REM4.
           DIVIDE WS-DTE-YEAR BY 100 GIVING WS-DTE-QUOT
               REMAINDER WS-DTE-REM100.
           DIVIDE WS-DTE-YEAR BY 400 GIVING WS-DTE-QUOT
               REMAINDER WS-DTE-REM400.
           IF WS-DTE-REM400 = 0
               OR (WS-DTE-REM4 = 0 AND WS-DTE-REM100 NOT = 0)
               MOVE 29 TO WS-DTE-MAXDAY
           END-IF.

       WRITE-PROFILE-REPORT.
           MOVE SPACES TO WS-PFL-FILENAME.
           STRING FUNCTION TRIM(WS-REQ-COPYBOOK) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".pfl" DELIMITED BY SIZE
                  INTO WS-PFL-FILENAME
           END-STRING.
           OPEN OUTPUT PFLRPT.
           PERFORM WRITE-PROFILE-HEADER.
           PERFORM WRITE-LENGTH-SECTION.
           MOVE SPACES TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE "CHAMP                          POSIT LONG PICTURE"
               TO WS-RPT-LINE.
           MOVE "USAGE    DATE" TO WS-RPT-LINE(58:13).
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE "    NON NUM  PACK INV    BLANCS  LOW-VAL  DATE INV"
               TO PFL-RECORD.
           WRITE PFL-RECORD.
           PERFORM VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FE-COUNT
               PERFORM WRITE-ONE-FIELD-PROFILE
           END-PERFORM.
           MOVE SPACES TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-ANOMALIES TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ANOMALIES          : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           IF WS-ANOMALIES > 0
               MOVE "RESULTAT: ANOMALIES" TO PFL-RECORD
           ELSE
               MOVE "RESULTAT: CONFORME" TO PFL-RECORD
           END-IF.
           WRITE PFL-RECORD.
           CLOSE PFLRPT.

       WRITE-PROFILE-HEADER.
           MOVE "PROFIL DE DONNEES CONTRE COPYBOOK" TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COPYBOOK: " DELIMITED BY SIZE
                  WS-REQ-COPYBOOK DELIMITED BY SIZE
                  " VERSION: " DELIMITED BY SIZE
                  WS-REQ-VERSION DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FICHIER: " DELIMITED BY SIZE
                  WS-DAT-FILENAME DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIME-RAW(1:6) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE SPACES TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-CPY-LENGTH TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LONGUEUR COPYBOOK  : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-RECS-READ TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENREGISTREMENTS LUS: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-FE-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHAMPS PROFILES    : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-RDF-SKIPPED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ZONES REDEFINIES   : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " (NON PROFILEES)" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.

       WRITE-LENGTH-SECTION.
           MOVE WS-LEN-SHORT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LONGUEUR INFERIEURE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " (COMPLETE A BLANC)" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-LEN-LONG TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LONGUEUR SUPERIEURE: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           PERFORM VARYING WS-LEN-EX-IDX FROM 1 BY 1
               UNTIL WS-LEN-EX-IDX > WS-LEN-EX-COUNT
               MOVE WS-LEN-EX-REC(WS-LEN-EX-IDX) TO WS-COUNT-DISP
               MOVE WS-LEN-EX-LEN(WS-LEN-EX-IDX) TO WS-LEN-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ENREGISTREMENT " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      " LONGUEUR " DELIMITED BY SIZE
                      WS-LEN-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO PFL-RECORD
               WRITE PFL-RECORD
           END-PERFORM.

       WRITE-ONE-FIELD-PROFILE.
           MOVE SPACES TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE SPACES TO WS-FIELD-LINE.
           MOVE WS-FE-NAME(WS-FE-IDX) TO PFL-FIELD.
           MOVE WS-FE-POS(WS-FE-IDX) TO PFL-POSIT.
           MOVE WS-FE-LEN(WS-FE-IDX) TO PFL-LONG.
           MOVE WS-FE-PIC(WS-FE-IDX)(1:14) TO PFL-PIC.
           MOVE WS-FE-USAGE(WS-FE-IDX) TO PFL-USAGE.
           IF WS-FE-DATE(WS-FE-IDX) = 'Y'
               MOVE "DATE" TO PFL-DATE
           END-IF.
           MOVE WS-FIELD-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           MOVE WS-FE-NONNUM(WS-FE-IDX) TO PFC-NONNUM.
           MOVE WS-FE-BADPACK(WS-FE-IDX) TO PFC-BADPACK.
           MOVE WS-FE-BLANK(WS-FE-IDX) TO PFC-BLANK.
           MOVE WS-FE-LOWVAL(WS-FE-IDX) TO PFC-LOWVAL.
           MOVE WS-FE-BADDATE(WS-FE-IDX) TO PFC-BADDATE.
           MOVE WS-COUNT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.
           IF WS-FE-VALID(WS-FE-IDX) > 0
               PERFORM WRITE-MIN-MAX-LINE
           END-IF.
           IF WS-FE-VAL-COUNT(WS-FE-IDX) > 0
               PERFORM WRITE-TOP-VALUES
           END-IF.

       WRITE-MIN-MAX-LINE.
           IF WS-FE-CLASS(WS-FE-IDX) = 'A'
               MOVE WS-FE-AMIN(WS-FE-IDX) TO WS-MIN-TEXT
               MOVE WS-FE-AMAX(WS-FE-IDX) TO WS-MAX-TEXT
           ELSE
               MOVE WS-FE-NMIN(WS-FE-IDX) TO WS-NUM-VALUE
               PERFORM FORMAT-NUMERIC-TEXT
               MOVE WS-NUM-TEXT TO WS-MIN-TEXT
               MOVE WS-FE-NMAX(WS-FE-IDX) TO WS-NUM-VALUE
               PERFORM FORMAT-NUMERIC-TEXT
               MOVE WS-NUM-TEXT TO WS-MAX-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    MIN: " DELIMITED BY SIZE
                  WS-MIN-TEXT DELIMITED BY SIZE
                  "  MAX: " DELIMITED BY SIZE
                  WS-MAX-TEXT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO PFL-RECORD.
           WRITE PFL-RECORD.

       FORMAT-NUMERIC-TEXT.
           MOVE SPACES TO WS-NUM-TEXT.
           IF WS-FE-SCALE(WS-FE-IDX) = 0
               MOVE WS-NUM-VALUE TO WS-INT-DISP
               MOVE FUNCTION TRIM(WS-INT-DISP) TO WS-NUM-TEXT
           ELSE
               COMPUTE WS-DEC-VALUE = WS-NUM-VALUE
                   / (10 ** WS-FE-SCALE(WS-FE-IDX))
               MOVE WS-DEC-VALUE TO WS-DEC-DISP
               MOVE FUNCTION TRIM(WS-DEC-DISP) TO WS-NUM-TEXT
               IF WS-FE-SCALE(WS-FE-IDX) < 5
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-DISP))
                       TO WS-NAME-LEN
                   COMPUTE WS-NAME-LEN = WS-NAME-LEN - 5
                       + WS-FE-SCALE(WS-FE-IDX)
                   MOVE SPACES TO WS-NUM-TEXT(WS-NAME-LEN + 1:)
               END-IF
           END-IF.

       WRITE-TOP-VALUES.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > 10
               MOVE 'N' TO WS-VAL-SHOWN(WS-VAL-IDX)
           END-PERFORM.
           MOVE "    VALEURS LES PLUS FREQUENTES" TO PFL-RECORD.
           WRITE PFL-RECORD.
           PERFORM VARYING WS-VAL-RANK FROM 1 BY 1
               UNTIL WS-VAL-RANK > 5
                   OR WS-VAL-RANK > WS-FE-VAL-COUNT(WS-FE-IDX)
               PERFORM WRITE-NEXT-TOP-VALUE
           END-PERFORM.
           IF WS-FE-VAL-OTHER(WS-FE-IDX) > 0
               MOVE WS-FE-VAL-OTHER(WS-FE-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "      (AUTRES VALEURS)       " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO PFL-RECORD
               WRITE PFL-RECORD
           END-IF.

       WRITE-NEXT-TOP-VALUE.
           MOVE 0 TO WS-VAL-BEST.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-FE-VAL-COUNT(WS-FE-IDX)
               IF WS-VAL-SHOWN(WS-VAL-IDX) = 'N'
                   IF WS-VAL-BEST = 0
                       MOVE WS-VAL-IDX TO WS-VAL-BEST
                   ELSE
                       IF WS-FE-VAL-HITS(WS-FE-IDX, WS-VAL-IDX)
                           > WS-FE-VAL-HITS(WS-FE-IDX, WS-VAL-BEST)
                           MOVE WS-VAL-IDX TO WS-VAL-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VAL-BEST > 0
               MOVE 'Y' TO WS-VAL-SHOWN(WS-VAL-BEST)
               MOVE WS-FE-VAL-HITS(WS-FE-IDX, WS-VAL-BEST)
                   TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "      '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FE-VAL-TEXT(WS-FE-IDX,
                          WS-VAL-BEST) TRAILING) DELIMITED BY SIZE
                      "' " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO PFL-RECORD
               WRITE PFL-RECORD
           END-IF.

       REGISTER-PROFILE-EVIDENCE.
           MOVE SPACES TO WS-REG-RECORD.
           MOVE WS-REQ-COPYBOOK TO REG-COPYBOOK.
           MOVE WS-REQ-VERSION TO REG-VERSION.
           MOVE WS-TODAY TO REG-DATE.
           MOVE WS-TIME-RAW(1:6) TO REG-TIME.
           IF WS-ANOMALIES > 0
               MOVE "ANOMALIES" TO REG-STATUS
           ELSE
               MOVE "CONFORME" TO REG-STATUS
           END-IF.
           MOVE WS-PFL-FILENAME TO REG-REPORT.
           MOVE WS-DAT-FILENAME TO REG-DATAFILE.
           MOVE WS-REG-RECORD TO PRF-RECORD.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-REG-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               OPEN EXTEND PRFREG
           ELSE
               OPEN OUTPUT PRFREG
           END-IF.
           WRITE PRF-RECORD.
           CLOSE PRFREG.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE WS-REQ-COPYBOOK TO SUM-COPYBOOK.
           MOVE WS-DAT-FILENAME TO SUM-DATAFILE.
           MOVE WS-RECS-READ TO SUM-RECORDS.
           MOVE WS-REQ-STATUS TO SUM-STATUS.
           IF WS-REQ-REASON = SPACES
               MOVE WS-PFL-FILENAME TO SUM-REPORT
           ELSE
               MOVE WS-REQ-REASON TO SUM-REPORT
           END-IF.
           MOVE WS-SUM-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.

       WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE WS-REQS-READ TO WS-SMALL-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEMANDES LUES      : " DELIMITED BY SIZE
                  WS-SMALL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE WS-REQS-CONFORM TO WS-SMALL-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FICHIERS CONFORMES : " DELIMITED BY SIZE
                  WS-SMALL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE WS-REQS-ANOMALY TO WS-SMALL-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AVEC ANOMALIES     : " DELIMITED BY SIZE
                  WS-SMALL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.
           MOVE WS-REQS-REJECTED TO WS-SMALL-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEMANDES REJETEES  : " DELIMITED BY SIZE
                  WS-SMALL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO SUM-RECORD.
           WRITE SUM-RECORD.
       END PROGRAM profil.
