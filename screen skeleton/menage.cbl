       IDENTIFICATION DIVISION.
       PROGRAM-ID. menage.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT CFGFILE ASSIGN TO "config.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OUTFILE ASSIGN TO "menage.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DETFILE ASSIGN TO WS-DET-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPSRPT ASSIGN TO "exploitation.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CFGFILE.
       01  CFG-RECORD             PIC X(80).

       FD  OUTFILE.
       01  OUT-RECORD             PIC X(80).

       FD  DETFILE.
       01  DET-RECORD             PIC X(100).

       FD  OPSRPT.
       01  OPS-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROL.
           05 WS-CFG-FILENAME     PIC X(20) VALUE "config.dat".
           05 WS-OUT-FILENAME     PIC X(20) VALUE "menage.tmp".
           05 WS-DET-FILENAME     PIC X(20).
           05 WS-FILE-DETAILS     PIC X(20).
           05 WS-CHECK-RC         PIC 9(9) COMP-5.
           05 WS-SYSTEM-RC        PIC 9(9) COMP-5.
           05 WS-EXEC-PREFIX      PIC X(40) VALUE "./".
           05 WS-STEP-CMD         PIC X(120).

       01  WS-FLAGS.
           05 WS-EOF              PIC X.
           05 WS-FOUND            PIC X.
           05 WS-IN-SECTION       PIC X.
           05 WS-STOPPED          PIC X VALUE 'N'.

       01  WS-DATES.
           05 WS-TODAY            PIC X(8).
           05 WS-CUTOFF-DATE      PIC X(8).

       01  WS-STEP-VALUES.
           05 FILLER              PIC X(20)
                                  VALUE "arclog              ".
           05 FILLER              PIC X(20)
                                  VALUE "rptusageusage.rpt   ".
           05 FILLER              PIC X(20)
                                  VALUE "rptqual qualite.rpt ".
           05 FILLER              PIC X(20)
                                  VALUE "rptexec exec.rpt    ".
           05 FILLER              PIC X(20)
                                  VALUE "dicodatadico.rpt    ".
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STP-DEF OCCURS 5 TIMES.
               10 WS-STP-PROGRAM   PIC X(8).
               10 WS-STP-REPORT    PIC X(12).

       01  WS-STEP-RESULTS.
           05 WS-STP-COUNT        PIC 9 VALUE 5.
           05 WS-STP-IDX          PIC 9.
           05 WS-STP-FAILED       PIC 9 VALUE 0.
           05 WS-STP-ENTRY OCCURS 5 TIMES.
               10 WS-STP-STATUS    PIC X(10).
               10 WS-STP-RC        PIC 9(3).
               10 WS-STP-OUT-COUNT PIC 9(2).
               10 WS-STP-OUT       PIC X(80) OCCURS 10 TIMES.
           05 WS-OUT-IDX          PIC 9(2).
           05 WS-MAX-RC           PIC 9(3) VALUE 0.

       01  WS-GENERATION-TOTALS.
           05 WS-GEN-TODAY        PIC 9(7) VALUE 0.
           05 WS-GEN-MONTH        PIC 9(7) VALUE 0.
           05 WS-DAY-EDIT         PIC ZZZZ9.
           05 WS-MONTH-EDIT       PIC ZZZZZZ9.

       01  WS-QUALITY-LIST.
           05 WS-QLT-COUNT        PIC 9(2) VALUE 0.
           05 WS-QLT-TOTAL        PIC 9(3) VALUE 0.
           05 WS-QLT-ENTRY OCCURS 10 TIMES.
               10 WS-QLT-APP       PIC X(8).
               10 WS-QLT-ERRORS    PIC X(5).

       01  WS-EXEC-TOTALS.
           05 WS-EXE-COUNT        PIC 9(3) VALUE 0.
           05 WS-EXE-ENTRY OCCURS 100 TIMES.
               10 WS-EXE-PROGRAM   PIC X(8).
               10 WS-EXE-RUNS      PIC 9(7).
               10 WS-EXE-SECONDS   PIC 9(9).
               10 WS-EXE-AVERAGE   PIC 9(9).
               10 WS-EXE-SHOWN     PIC X.
           05 WS-EXE-IDX          PIC 9(3).
           05 WS-EXE-BEST         PIC 9(3).
           05 WS-EXE-RANK         PIC 9.
           05 WS-RUNS-EDIT        PIC ZZZZ9.
           05 WS-SECONDS-EDIT     PIC ZZZZZZZZ9.
           05 WS-RUNS-WORK        PIC 9(7).
           05 WS-SECONDS-WORK     PIC 9(9).

       01  WS-COPYBOOK-USAGE.
           05 WS-CPY-COUNT        PIC 9(2) VALUE 0.
           05 WS-CPY-NAME         PIC X(8) OCCURS 60 TIMES.
           05 WS-CPY-IDX          PIC 9(2).
           05 WS-CPY-NEW          PIC X(8).
           05 WS-USE-COUNT        PIC 9(3) VALUE 0.
           05 WS-USE-ART          PIC X(20) OCCURS 200 TIMES.
           05 WS-USE-IDX          PIC 9(3).
           05 WS-USE-NEW          PIC X(20).
           05 WS-CPY-ARTEFACT     PIC X(20).
           05 WS-UNUSED-COUNT     PIC 9(2).

       01  WS-WORK.
           05 WS-DET-LINE         PIC X(100).
           05 WS-RPT-LINE         PIC X(100).
           05 WS-COUNT-DISP       PIC ZZZZZZ9.
           05 WS-RC-DISP          PIC ZZ9.
           05 WS-STEP-DISP        PIC 9.

       01  WS-STEP-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 STL-NUMBER          PIC 9.
           05 FILLER              PIC X VALUE SPACE.
           05 STL-PROGRAM         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 STL-STATUS          PIC X(10).
           05 FILLER              PIC X(4) VALUE " RC ".
           05 STL-RC              PIC ZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 STL-REPORT          PIC X(12).

       01  WS-SLOW-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SLW-PROGRAM         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SLW-RUNS            PIC ZZZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 SLW-SECONDS         PIC ZZZZZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 SLW-AVERAGE         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CUTOFF-DATE.
           MOVE "01" TO WS-CUTOFF-DATE(7:2).
           PERFORM LOAD-HOUSEKEEPING-CONFIG.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT
               MOVE "NON LANCE" TO WS-STP-STATUS(WS-STP-IDX)
               MOVE 0 TO WS-STP-RC(WS-STP-IDX)
               MOVE 0 TO WS-STP-OUT-COUNT(WS-STP-IDX)
           END-PERFORM.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT
                   OR WS-STOPPED = 'Y'
               PERFORM RUN-ONE-STEP
           END-PERFORM.
           PERFORM COLLECT-SUMMARY-FIGURES.
           OPEN OUTPUT OPSRPT.
           PERFORM WRITE-SUMMARY-PAGE.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT
               PERFORM WRITE-STEP-DETAIL
           END-PERFORM.
           CLOSE OPSRPT.
           CALL "CBL_DELETE_FILE" USING WS-OUT-FILENAME
           END-CALL.
           IF WS-STOPPED = 'Y'
               MOVE WS-STP-FAILED TO WS-STEP-DISP
               DISPLAY "MENAGE INTERROMPU A L'ETAPE " WS-STEP-DISP
                   " " WS-STP-PROGRAM(WS-STP-FAILED)
               COMPUTE RETURN-CODE = 20 + WS-STP-FAILED
           ELSE
               DISPLAY "MENAGE TERMINE - exploitation.rpt"
               IF WS-MAX-RC > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-HOUSEKEEPING-CONFIG.
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
                           PERFORM CHECK-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE CFGFILE
           END-IF.

       CHECK-CONFIG-LINE.
           IF CFG-RECORD(1:5) = "EXEC="
               AND CFG-RECORD(6:40) NOT = SPACES
               MOVE CFG-RECORD(6:40) TO WS-EXEC-PREFIX
           END-IF.
           IF CFG-RECORD(1:8) = "ARCHIVE="
               AND CFG-RECORD(9:8) IS NUMERIC
               MOVE CFG-RECORD(9:8) TO WS-CUTOFF-DATE
           END-IF.

       RUN-ONE-STEP.
           MOVE WS-STP-IDX TO WS-STEP-DISP.
           DISPLAY "ETAPE " WS-STEP-DISP " "
               WS-STP-PROGRAM(WS-STP-IDX).
           MOVE SPACES TO WS-STEP-CMD.
           IF WS-STP-IDX = 1
               STRING "echo " DELIMITED BY SIZE
                      WS-CUTOFF-DATE DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXEC-PREFIX) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STP-PROGRAM(WS-STP-IDX))
                          DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OUT-FILENAME) DELIMITED BY SIZE
                      " 2>&1" DELIMITED BY SIZE
                      INTO WS-STEP-CMD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-EXEC-PREFIX) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STP-PROGRAM(WS-STP-IDX))
                          DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OUT-FILENAME) DELIMITED BY SIZE
                      " 2>&1" DELIMITED BY SIZE
                      INTO WS-STEP-CMD
               END-STRING
           END-IF.
           IF WS-STP-REPORT(WS-STP-IDX) NOT = SPACES
               MOVE WS-STP-REPORT(WS-STP-IDX) TO WS-DET-FILENAME
               CALL "CBL_DELETE_FILE" USING WS-DET-FILENAME
               END-CALL
           END-IF.
           CALL "SYSTEM" USING WS-STEP-CMD
               RETURNING WS-SYSTEM-RC
           END-CALL.
           DIVIDE WS-SYSTEM-RC BY 256
               GIVING WS-STP-RC(WS-STP-IDX).
           IF WS-SYSTEM-RC > 0 AND WS-STP-RC(WS-STP-IDX) = 0
               MOVE 999 TO WS-STP-RC(WS-STP-IDX)
           END-IF.
           PERFORM LOAD-STEP-OUTPUT.
           EVALUATE TRUE
               WHEN WS-STP-RC(WS-STP-IDX) > 4
                   MOVE "ECHEC" TO WS-STP-STATUS(WS-STP-IDX)
               WHEN WS-STP-REPORT(WS-STP-IDX) NOT = SPACES
                   PERFORM CHECK-STEP-REPORT
               WHEN WS-STP-RC(WS-STP-IDX) > 0
                   MOVE "ATTENTION" TO WS-STP-STATUS(WS-STP-IDX)
               WHEN OTHER
                   MOVE "OK" TO WS-STP-STATUS(WS-STP-IDX)
           END-EVALUATE.
           IF WS-STP-STATUS(WS-STP-IDX) = "ECHEC"
               MOVE 'Y' TO WS-STOPPED
               MOVE WS-STP-IDX TO WS-STP-FAILED
           ELSE
               IF WS-STP-RC(WS-STP-IDX) > WS-MAX-RC
                   MOVE WS-STP-RC(WS-STP-IDX) TO WS-MAX-RC
               END-IF
           END-IF.
           MOVE WS-STP-RC(WS-STP-IDX) TO WS-RC-DISP.
           DISPLAY "  " WS-STP-STATUS(WS-STP-IDX) " RC " WS-RC-DISP.

       CHECK-STEP-REPORT.
           MOVE WS-STP-REPORT(WS-STP-IDX) TO WS-DET-FILENAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DET-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           EVALUATE TRUE
               WHEN WS-CHECK-RC NOT = 0
                   MOVE "ECHEC" TO WS-STP-STATUS(WS-STP-IDX)
                   IF WS-STP-RC(WS-STP-IDX) = 0
                       MOVE 8 TO WS-STP-RC(WS-STP-IDX)
                   END-IF
               WHEN WS-STP-RC(WS-STP-IDX) > 0
                   MOVE "ATTENTION" TO WS-STP-STATUS(WS-STP-IDX)
               WHEN OTHER
                   MOVE "OK" TO WS-STP-STATUS(WS-STP-IDX)
           END-EVALUATE.

       LOAD-STEP-OUTPUT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-OUT-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT OUTFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OUT-RECORD NOT = SPACES
                               AND WS-STP-OUT-COUNT(WS-STP-IDX) < 10
                               ADD 1 TO WS-STP-OUT-COUNT(WS-STP-IDX)
                               MOVE WS-STP-OUT-COUNT(WS-STP-IDX)
                                   TO WS-OUT-IDX
                               MOVE OUT-RECORD
                                   TO WS-STP-OUT(WS-STP-IDX, WS-OUT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTFILE
           END-IF.

       COLLECT-SUMMARY-FIGURES.
           IF WS-STP-STATUS(2) = "OK" OR WS-STP-STATUS(2) = "ATTENTION"
               PERFORM READ-USAGE-FIGURES
           END-IF.
           IF WS-STP-STATUS(3) = "OK" OR WS-STP-STATUS(3) = "ATTENTION"
               PERFORM READ-QUALITY-FIGURES
           END-IF.
           IF WS-STP-STATUS(4) = "OK" OR WS-STP-STATUS(4) = "ATTENTION"
               PERFORM READ-EXECUTION-FIGURES
           END-IF.
           IF WS-STP-STATUS(5) = "OK" OR WS-STP-STATUS(5) = "ATTENTION"
               PERFORM READ-DICTIONARY-FIGURES
           END-IF.

       READ-USAGE-FIGURES.
           MOVE "usage.rpt" TO WS-DET-FILENAME.
           MOVE SPACE TO WS-IN-SECTION.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DETFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DETFILE INTO WS-DET-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-USAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE DETFILE.

       CHECK-USAGE-LINE.
           EVALUATE TRUE
               WHEN WS-DET-LINE(1:15) = "TOTAUX PAR JOUR"
                   MOVE 'J' TO WS-IN-SECTION
               WHEN WS-DET-LINE(1:15) = "TOTAUX PAR MOIS"
                   MOVE 'M' TO WS-IN-SECTION
               WHEN WS-DET-LINE = SPACES
                   MOVE SPACE TO WS-IN-SECTION
               WHEN WS-IN-SECTION = 'J'
                       AND WS-DET-LINE(3:8) = WS-TODAY
                   MOVE WS-DET-LINE(14:5) TO WS-DAY-EDIT
                   MOVE WS-DAY-EDIT TO WS-GEN-TODAY
               WHEN WS-IN-SECTION = 'M'
                       AND WS-DET-LINE(3:6) = WS-TODAY(1:6)
                   MOVE WS-DET-LINE(12:7) TO WS-MONTH-EDIT
                   MOVE WS-MONTH-EDIT TO WS-GEN-MONTH
           END-EVALUATE.

       READ-QUALITY-FIGURES.
           MOVE "qualite.rpt" TO WS-DET-FILENAME.
           MOVE SPACE TO WS-IN-SECTION.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DETFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DETFILE INTO WS-DET-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-QUALITY-LINE
               END-READ
           END-PERFORM.
           CLOSE DETFILE.

       CHECK-QUALITY-LINE.
           EVALUATE TRUE
               WHEN WS-DET-LINE(1:23) = "ERREURS PAR APPLICATION"
                   MOVE 'A' TO WS-IN-SECTION
               WHEN WS-DET-LINE = SPACES
                   MOVE SPACE TO WS-IN-SECTION
               WHEN WS-IN-SECTION = 'A'
                   ADD 1 TO WS-QLT-TOTAL
                   IF WS-QLT-COUNT < 10
                       ADD 1 TO WS-QLT-COUNT
                       MOVE WS-DET-LINE(3:8)
                           TO WS-QLT-APP(WS-QLT-COUNT)
                       MOVE WS-DET-LINE(14:5)
                           TO WS-QLT-ERRORS(WS-QLT-COUNT)
                   END-IF
           END-EVALUATE.

       READ-EXECUTION-FIGURES.
           MOVE "exec.rpt" TO WS-DET-FILENAME.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DETFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DETFILE INTO WS-DET-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DET-LINE(1:8) NOT = SPACES
                           AND WS-DET-LINE(10:8) IS NUMERIC
                           PERFORM COUNT-PROGRAM-EXECUTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETFILE.
           PERFORM VARYING WS-EXE-IDX FROM 1 BY 1
               UNTIL WS-EXE-IDX > WS-EXE-COUNT
               IF WS-EXE-RUNS(WS-EXE-IDX) > 0
                   COMPUTE WS-EXE-AVERAGE(WS-EXE-IDX)
                       = WS-EXE-SECONDS(WS-EXE-IDX)
                         / WS-EXE-RUNS(WS-EXE-IDX)
               END-IF
               MOVE 'N' TO WS-EXE-SHOWN(WS-EXE-IDX)
           END-PERFORM.

       COUNT-PROGRAM-EXECUTION.
           MOVE WS-DET-LINE(19:5) TO WS-RUNS-EDIT.
           MOVE WS-RUNS-EDIT TO WS-RUNS-WORK.
           MOVE WS-DET-LINE(25:9) TO WS-SECONDS-EDIT.
           MOVE WS-SECONDS-EDIT TO WS-SECONDS-WORK.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-EXE-IDX FROM 1 BY 1
               UNTIL WS-EXE-IDX > WS-EXE-COUNT
               IF WS-EXE-PROGRAM(WS-EXE-IDX) = WS-DET-LINE(1:8)
                   ADD WS-RUNS-WORK TO WS-EXE-RUNS(WS-EXE-IDX)
                   ADD WS-SECONDS-WORK TO WS-EXE-SECONDS(WS-EXE-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-EXE-COUNT < 100
               ADD 1 TO WS-EXE-COUNT
               MOVE WS-DET-LINE(1:8) TO WS-EXE-PROGRAM(WS-EXE-COUNT)
               MOVE WS-RUNS-WORK TO WS-EXE-RUNS(WS-EXE-COUNT)
               MOVE WS-SECONDS-WORK TO WS-EXE-SECONDS(WS-EXE-COUNT)
               MOVE 0 TO WS-EXE-AVERAGE(WS-EXE-COUNT)
           END-IF.

       READ-DICTIONARY-FIGURES.
           MOVE "dico.rpt" TO WS-DET-FILENAME.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DETFILE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DETFILE INTO WS-DET-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DET-LINE(1:8) NOT = SPACES
                           AND WS-DET-LINE(10:1) IS NUMERIC
                           MOVE WS-DET-LINE(1:8) TO WS-CPY-NEW
                           PERFORM ADD-DICTIONARY-COPYBOOK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETFILE.
           MOVE "xref.rpt" TO WS-DET-FILENAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DET-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE SPACE TO WS-IN-SECTION
               MOVE 'N' TO WS-EOF
               OPEN INPUT DETFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DETFILE INTO WS-DET-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-XREF-LINE
                   END-READ
               END-PERFORM
               CLOSE DETFILE
           END-IF.

       ADD-DICTIONARY-COPYBOOK.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-CPY-IDX FROM 1 BY 1
               UNTIL WS-CPY-IDX > WS-CPY-COUNT
               IF WS-CPY-NAME(WS-CPY-IDX) = WS-CPY-NEW
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-CPY-COUNT < 60
               ADD 1 TO WS-CPY-COUNT
               MOVE WS-CPY-NEW TO WS-CPY-NAME(WS-CPY-COUNT)
           END-IF.

       CHECK-XREF-LINE.
           IF WS-DET-LINE(1:25) = "APPLICATIONS PAR ARTEFACT"
               MOVE 'U' TO WS-IN-SECTION
           ELSE
               IF WS-IN-SECTION = 'U'
                   AND WS-DET-LINE(1:2) = SPACES
                   AND WS-DET-LINE(3:1) NOT = SPACE
                   AND WS-USE-COUNT < 200
                   MOVE SPACES TO WS-USE-NEW
                   UNSTRING WS-DET-LINE(3:40) DELIMITED BY " :"
                       INTO WS-USE-NEW
                   END-UNSTRING
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-NEW TO WS-USE-ART(WS-USE-COUNT)
               END-IF
           END-IF.

       WRITE-SUMMARY-PAGE.
           MOVE "RAPPORT D'EXPLOITATION - MENAGE DE NUIT"
               TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATE: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "   ARCHIVAGE AVANT LE: " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE SPACES TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE "ETAPES" TO OPS-RECORD.
           WRITE OPS-RECORD.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-COUNT
               MOVE WS-STP-IDX TO STL-NUMBER
               MOVE WS-STP-PROGRAM(WS-STP-IDX) TO STL-PROGRAM
               MOVE WS-STP-STATUS(WS-STP-IDX) TO STL-STATUS
               MOVE WS-STP-RC(WS-STP-IDX) TO STL-RC
               MOVE WS-STP-REPORT(WS-STP-IDX) TO STL-REPORT
               MOVE WS-STEP-LINE TO OPS-RECORD
               WRITE OPS-RECORD
           END-PERFORM.
           IF WS-STOPPED = 'Y'
               MOVE WS-STP-FAILED TO WS-STEP-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "RESULTAT: INTERROMPU A L'ETAPE "
                          DELIMITED BY SIZE
                      WS-STEP-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO OPS-RECORD
           ELSE
               MOVE "RESULTAT: TERMINE" TO OPS-RECORD
           END-IF.
           WRITE OPS-RECORD.
           MOVE SPACES TO OPS-RECORD.
           WRITE OPS-RECORD.
           PERFORM WRITE-GENERATION-SUMMARY.
           PERFORM WRITE-QUALITY-SUMMARY.
           PERFORM WRITE-SLOWEST-SUMMARY.
           PERFORM WRITE-UNUSED-SUMMARY.

       WRITE-GENERATION-SUMMARY.
           IF WS-STP-STATUS(2) = "OK" OR WS-STP-STATUS(2) = "ATTENTION"
               MOVE WS-GEN-TODAY TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "GENERATIONS DU JOUR : " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO OPS-RECORD
               WRITE OPS-RECORD
               MOVE WS-GEN-MONTH TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "GENERATIONS DU MOIS : " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO OPS-RECORD
               WRITE OPS-RECORD
           ELSE
               MOVE "GENERATIONS : NON DISPONIBLE" TO OPS-RECORD
               WRITE OPS-RECORD
           END-IF.

       WRITE-QUALITY-SUMMARY.
           MOVE SPACES TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE "APPLICATIONS AVEC ERREURS DE VERIFICATION"
               TO OPS-RECORD.
           WRITE OPS-RECORD.
           EVALUATE TRUE
               WHEN WS-STP-STATUS(3) NOT = "OK"
                       AND WS-STP-STATUS(3) NOT = "ATTENTION"
                   MOVE "  NON DISPONIBLE" TO OPS-RECORD
                   WRITE OPS-RECORD
               WHEN WS-QLT-TOTAL = 0
                   MOVE "  AUCUNE" TO OPS-RECORD
                   WRITE OPS-RECORD
               WHEN OTHER
                   PERFORM VARYING WS-CPY-IDX FROM 1 BY 1
                       UNTIL WS-CPY-IDX > WS-QLT-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-QLT-APP(WS-CPY-IDX) DELIMITED BY SIZE
                              " : " DELIMITED BY SIZE
                              WS-QLT-ERRORS(WS-CPY-IDX)
                                  DELIMITED BY SIZE
                              " ERREUR(S)" DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                       END-STRING
                       MOVE WS-RPT-LINE TO OPS-RECORD
                       WRITE OPS-RECORD
                   END-PERFORM
                   IF WS-QLT-TOTAL > WS-QLT-COUNT
                       COMPUTE WS-COUNT-DISP
                           = WS-QLT-TOTAL - WS-QLT-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  ... " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-COUNT-DISP)
                                  DELIMITED BY SIZE
                              " AUTRE(S) - VOIR qualite.rpt"
                                  DELIMITED BY SIZE
                              INTO WS-RPT-LINE
                       END-STRING
                       MOVE WS-RPT-LINE TO OPS-RECORD
                       WRITE OPS-RECORD
                   END-IF
           END-EVALUATE.

       WRITE-SLOWEST-SUMMARY.
           MOVE SPACES TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE "PROGRAMMES GENERES LES PLUS LENTS (execution.log)"
               TO OPS-RECORD.
           WRITE OPS-RECORD.
           EVALUATE TRUE
               WHEN WS-STP-STATUS(4) NOT = "OK"
                       AND WS-STP-STATUS(4) NOT = "ATTENTION"
                   MOVE "  NON DISPONIBLE" TO OPS-RECORD
                   WRITE OPS-RECORD
               WHEN WS-EXE-COUNT = 0
                   MOVE "  AUCUNE EXECUTION" TO OPS-RECORD
                   WRITE OPS-RECORD
               WHEN OTHER
                   MOVE "  PROGRAMME   EXEC.  DUREE(S)  MOYENNE(S)"
                       TO OPS-RECORD
                   WRITE OPS-RECORD
                   PERFORM VARYING WS-EXE-RANK FROM 1 BY 1
                       UNTIL WS-EXE-RANK > 5
                           OR WS-EXE-RANK > WS-EXE-COUNT
                       PERFORM WRITE-NEXT-SLOWEST
                   END-PERFORM
           END-EVALUATE.

       WRITE-NEXT-SLOWEST.
           MOVE 0 TO WS-EXE-BEST.
           PERFORM VARYING WS-EXE-IDX FROM 1 BY 1
               UNTIL WS-EXE-IDX > WS-EXE-COUNT
               IF WS-EXE-SHOWN(WS-EXE-IDX) = 'N'
                   IF WS-EXE-BEST = 0
                       MOVE WS-EXE-IDX TO WS-EXE-BEST
                   ELSE
                       IF WS-EXE-AVERAGE(WS-EXE-IDX)
                           > WS-EXE-AVERAGE(WS-EXE-BEST)
                           MOVE WS-EXE-IDX TO WS-EXE-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EXE-BEST > 0
               MOVE 'Y' TO WS-EXE-SHOWN(WS-EXE-BEST)
               MOVE SPACES TO WS-SLOW-LINE
               MOVE WS-EXE-PROGRAM(WS-EXE-BEST) TO SLW-PROGRAM
               MOVE WS-EXE-RUNS(WS-EXE-BEST) TO SLW-RUNS
               MOVE WS-EXE-SECONDS(WS-EXE-BEST) TO SLW-SECONDS
               MOVE WS-EXE-AVERAGE(WS-EXE-BEST) TO SLW-AVERAGE
               MOVE WS-SLOW-LINE TO OPS-RECORD
               WRITE OPS-RECORD
           END-IF.

       WRITE-UNUSED-SUMMARY.
           MOVE SPACES TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE "COPYBOOKS SANS CAS D'EMPLOI" TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE 0 TO WS-UNUSED-COUNT.
           IF WS-STP-STATUS(5) NOT = "OK"
               AND WS-STP-STATUS(5) NOT = "ATTENTION"
               MOVE "  NON DISPONIBLE" TO OPS-RECORD
               WRITE OPS-RECORD
           ELSE
               PERFORM VARYING WS-CPY-IDX FROM 1 BY 1
                   UNTIL WS-CPY-IDX > WS-CPY-COUNT
                   PERFORM CHECK-COPYBOOK-USED
               END-PERFORM
               IF WS-UNUSED-COUNT = 0
                   MOVE "  AUCUN" TO OPS-RECORD
                   WRITE OPS-RECORD
               END-IF
               IF WS-UNUSED-COUNT > 10
                   COMPUTE WS-COUNT-DISP = WS-UNUSED-COUNT - 10
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  ... " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                          " AUTRE(S) - VOIR xref.rpt" DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   MOVE WS-RPT-LINE TO OPS-RECORD
                   WRITE OPS-RECORD
               END-IF
           END-IF.

       CHECK-COPYBOOK-USED.
           MOVE SPACES TO WS-CPY-ARTEFACT.
           STRING FUNCTION TRIM(WS-CPY-NAME(WS-CPY-IDX))
                      DELIMITED BY SPACE
                  ".cpy" DELIMITED BY SIZE
                  INTO WS-CPY-ARTEFACT
           END-STRING.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
               UNTIL WS-USE-IDX > WS-USE-COUNT
               IF WS-USE-ART(WS-USE-IDX) = WS-CPY-ARTEFACT
                   OR WS-USE-ART(WS-USE-IDX) = WS-CPY-NAME(WS-CPY-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               ADD 1 TO WS-UNUSED-COUNT
               IF WS-UNUSED-COUNT <= 10
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-CPY-NAME(WS-CPY-IDX) DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   MOVE WS-RPT-LINE TO OPS-RECORD
                   WRITE OPS-RECORD
               END-IF
           END-IF.

       WRITE-STEP-DETAIL.
           MOVE WS-STP-IDX TO WS-STEP-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ETAPE " DELIMITED BY SIZE
                  WS-STEP-DISP DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STP-PROGRAM(WS-STP-IDX))
                      DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-STP-STATUS(WS-STP-IDX) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE SPACES TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE SPACES TO OPS-RECORD.
           MOVE ALL "=" TO OPS-RECORD(1:60).
           WRITE OPS-RECORD.
           MOVE WS-RPT-LINE TO OPS-RECORD.
           WRITE OPS-RECORD.
           MOVE SPACES TO OPS-RECORD.
           MOVE ALL "=" TO OPS-RECORD(1:60).
           WRITE OPS-RECORD.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-STP-OUT-COUNT(WS-STP-IDX)
               MOVE WS-STP-OUT(WS-STP-IDX, WS-OUT-IDX) TO OPS-RECORD
               WRITE OPS-RECORD
           END-PERFORM.
           IF WS-STP-STATUS(WS-STP-IDX) = "OK"
               OR WS-STP-STATUS(WS-STP-IDX) = "ATTENTION"
               IF WS-STP-REPORT(WS-STP-IDX) NOT = SPACES
                   MOVE WS-STP-REPORT(WS-STP-IDX) TO WS-DET-FILENAME
                   PERFORM COPY-DETAIL-REPORT
               END-IF
               IF WS-STP-IDX = 5
                   MOVE "xref.rpt" TO WS-DET-FILENAME
                   PERFORM COPY-DETAIL-REPORT
               END-IF
           END-IF.

       COPY-DETAIL-REPORT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DET-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE SPACES TO OPS-RECORD
               WRITE OPS-RECORD
               MOVE SPACES TO WS-RPT-LINE
               STRING "--- " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DET-FILENAME) DELIMITED BY SIZE
                      " ---" DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO OPS-RECORD
               WRITE OPS-RECORD
               MOVE 'N' TO WS-EOF
               OPEN INPUT DETFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DETFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DET-RECORD TO OPS-RECORD
                           WRITE OPS-RECORD
                   END-READ
               END-PERFORM
               CLOSE DETFILE
           END-IF.
       END PROGRAM menage.
