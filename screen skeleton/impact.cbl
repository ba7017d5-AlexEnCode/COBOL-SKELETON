       IDENTIFICATION DIVISION.
       PROGRAM-ID. impact.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT CPYCATFILE ASSIGN TO "cpycat.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT AUDITLOG ASSIGN TO "audit.log"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MANFILE ASSIGN TO WS-MAN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PRFFILE ASSIGN TO WS-PRF-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CONTROLFILE ASSIGN TO "impact.ctl"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT IMPACTRPT ASSIGN TO "impact.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CPYCATFILE.
       01  CPC-RECORD.
           05 CPC-NAME            PIC X(8).
           05 CPC-DESC            PIC X(40).
           05 CPC-OWNER           PIC X(8).
           05 CPC-VERSION         PIC X(8).
           05 CPC-KEYFIELD        PIC X(30).

       FD  AUDITLOG.
       01  AUDIT-RECORD           PIC X(80).

       FD  MANFILE.
       01  MAN-RECORD             PIC X(80).

       FD  PRFFILE.
       01  PRF-RECORD             PIC X(40).

       FD  CONTROLFILE.
       01  CONTROL-FILE-RECORD.
           05 CTL-APP-NAME        PIC X(8).
           05 CTL-AUTHOR          PIC X(8).
           05 CTL-CHOICE          PIC X(2).
           05 CTL-FORMAT          PIC X.
           05 CTL-LANG            PIC X.
           05 CTL-PARAMS          PIC X(200).
           05 CTL-CHKPT           PIC X(7).

       FD  IMPACTRPT.
       01  IMPACT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROL.
           05 WS-MAN-FILENAME     PIC X(20).
           05 WS-PRF-FILENAME     PIC X(20).
           05 WS-CAT-FILENAME     PIC X(20) VALUE "cpycat.dat".
           05 WS-AUDIT-FILENAME   PIC X(20) VALUE "audit.log".
           05 WS-FILE-DETAILS     PIC X(20).
           05 WS-CHECK-RC         PIC 9(9) COMP-5.

       01  WS-FLAGS.
           05 WS-EOF              PIC X.
           05 WS-PRF-EOF          PIC X.
           05 WS-FOUND            PIC X.
           05 WS-APP-AFFECTED     PIC X.
           05 WS-PRM-OVERFLOW     PIC X.
           05 WS-CTL-OPEN         PIC X VALUE 'N'.

       01  WS-CATALOG.
           05 WS-CAT-COUNT        PIC 9(2) VALUE 0.
           05 WS-CAT-ENTRY OCCURS 50 TIMES.
               10 WS-CAT-NAME      PIC X(8).
               10 WS-CAT-VERSION   PIC X(8).
           05 WS-CAT-IDX          PIC 9(2).

       01  WS-APP-LIST.
           05 WS-APP-COUNT        PIC 9(2) VALUE 0.
           05 WS-APP-ENTRY OCCURS 50 TIMES.
               10 WS-APP-NAME      PIC X(8).
               10 WS-APP-AUTHOR    PIC X(8).
           05 WS-APP-IDX          PIC 9(2).
           05 WS-APP-NEW          PIC X(8).
           05 WS-AUTHOR-NEW       PIC X(8).

       01  WS-MANIFEST-VARS.
           05 WS-MAN-TOK1         PIC X(2).
           05 WS-MAN-TOK2         PIC X(20).
           05 WS-MAN-TOK3         PIC X(8).
           05 WS-MAN-BASE         PIC X(8).
           05 WS-MAN-BASELEN      PIC 9(3).

       01  WS-PROFILE-VARS.
           05 WS-PRF-CHOICE       PIC X(2).
           05 WS-PRF-ANSWER       PIC X(40).
           05 WS-PRM-PTR          PIC 9(3).

       01  WS-TOTALS.
           05 WS-APPS-READ        PIC 9(3) VALUE 0.
           05 WS-APPS-AFFECTED    PIC 9(3) VALUE 0.
           05 WS-LINES-AFFECTED   PIC 9(3) VALUE 0.
           05 WS-CTL-WRITTEN      PIC 9(3) VALUE 0.
           05 WS-PRF-ABSENT       PIC 9(3) VALUE 0.
           05 WS-COUNT-DISP       PIC ZZ9.

       01  WS-IMPACT-LINE.
           05 IMP-APP             PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 IMP-AUTHOR          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 IMP-COPYBOOK        PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 IMP-OLD-VERSION     PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 IMP-NEW-VERSION     PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 IMP-STATUS          PIC X(25).

       01  WS-RPT-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-COPYBOOK-CATALOG.
           PERFORM LOAD-APPLICATION-NAMES.
           OPEN OUTPUT IMPACTRPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-COUNT
               PERFORM CHECK-ONE-APPLICATION
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           IF WS-CTL-OPEN = 'Y'
               CLOSE CONTROLFILE
           END-IF.
           CLOSE IMPACTRPT.
           IF WS-PRF-ABSENT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-COPYBOOK-CATALOG.
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
                           IF CPC-NAME NOT = SPACES
                               AND CPC-VERSION NOT = SPACES
                               AND WS-CAT-COUNT < 50
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CPC-NAME
                                   TO WS-CAT-NAME(WS-CAT-COUNT)
                               MOVE CPC-VERSION
                                   TO WS-CAT-VERSION(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CPYCATFILE
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
                               MOVE AUDIT-RECORD(26:8) TO WS-AUTHOR-NEW
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
                   MOVE WS-AUTHOR-NEW TO WS-APP-AUTHOR(WS-APP-IDX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-APP-COUNT < 50
               AND WS-APP-NEW NOT = SPACES
               ADD 1 TO WS-APP-COUNT
               MOVE WS-APP-NEW TO WS-APP-NAME(WS-APP-COUNT)
               MOVE WS-AUTHOR-NEW TO WS-APP-AUTHOR(WS-APP-COUNT)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "IMPACT DES CHANGEMENTS DE VERSION DE COPYBOOKS"
               TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE SPACES TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE "APPLIC.  AUTEUR   COPYBOOK ANCIENNE NOUVELLE ETAT"
               TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.

       CHECK-ONE-APPLICATION.
           MOVE SPACES TO WS-MAN-FILENAME.
           STRING FUNCTION TRIM(WS-APP-NAME(WS-APP-IDX))
                      DELIMITED BY SPACE
                  ".man" DELIMITED BY SIZE
                  INTO WS-MAN-FILENAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MAN-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               ADD 1 TO WS-APPS-READ
               MOVE 'N' TO WS-APP-AFFECTED
               MOVE 'N' TO WS-EOF
               OPEN INPUT MANFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MANFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANFILE
               IF WS-APP-AFFECTED = 'Y'
                   ADD 1 TO WS-APPS-AFFECTED
                   PERFORM WRITE-REPLAY-CONTROL-RECORD
               END-IF
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
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-CAT-NAME(WS-CAT-IDX) = WS-MAN-BASE
                       AND WS-CAT-VERSION(WS-CAT-IDX)
                           NOT = WS-MAN-TOK3
                       PERFORM WRITE-IMPACT-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-IMPACT-DETAIL.
           MOVE 'Y' TO WS-APP-AFFECTED.
           ADD 1 TO WS-LINES-AFFECTED.
           MOVE WS-APP-NAME(WS-APP-IDX) TO IMP-APP.
           MOVE WS-APP-AUTHOR(WS-APP-IDX) TO IMP-AUTHOR.
           MOVE WS-MAN-BASE TO IMP-COPYBOOK.
           MOVE WS-MAN-TOK3 TO IMP-OLD-VERSION.
           MOVE WS-CAT-VERSION(WS-CAT-IDX) TO IMP-NEW-VERSION.
           MOVE "A REGENERER" TO IMP-STATUS.
           MOVE WS-IMPACT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.

       WRITE-REPLAY-CONTROL-RECORD.
           MOVE SPACES TO WS-PRF-FILENAME.
           STRING FUNCTION TRIM(WS-APP-NAME(WS-APP-IDX))
                      DELIMITED BY SPACE
                  ".prf" DELIMITED BY SIZE
                  INTO WS-PRF-FILENAME
           END-STRING.
           MOVE SPACES TO WS-IMPACT-LINE.
           MOVE WS-APP-NAME(WS-APP-IDX) TO IMP-APP.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PRF-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC NOT = 0
               ADD 1 TO WS-PRF-ABSENT
               MOVE "PROFIL ABSENT - MANUEL" TO IMP-STATUS
           ELSE
               PERFORM LOAD-REPLAY-PROFILE
               IF WS-PRF-CHOICE = SPACES
                   ADD 1 TO WS-PRF-ABSENT
                   MOVE "PROFIL VIDE - MANUEL" TO IMP-STATUS
               ELSE
                   IF WS-PRM-OVERFLOW = 'Y'
                       ADD 1 TO WS-PRF-ABSENT
                       MOVE "PROFIL TROP LONG - MANUEL" TO IMP-STATUS
                   ELSE
                       IF WS-CTL-OPEN = 'N'
                           OPEN OUTPUT CONTROLFILE
                           MOVE 'Y' TO WS-CTL-OPEN
                       END-IF
                       WRITE CONTROL-FILE-RECORD
                       ADD 1 TO WS-CTL-WRITTEN
                       MOVE SPACES TO IMP-STATUS
                       STRING "CONTROLE OPTION " DELIMITED BY SIZE
                              WS-PRF-CHOICE DELIMITED BY SIZE
                              INTO IMP-STATUS
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           MOVE WS-IMPACT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.

       LOAD-REPLAY-PROFILE.
           MOVE SPACES TO CONTROL-FILE-RECORD.
           MOVE WS-APP-NAME(WS-APP-IDX) TO CTL-APP-NAME.
           MOVE WS-APP-AUTHOR(WS-APP-IDX) TO CTL-AUTHOR.
           MOVE 'F' TO CTL-FORMAT.
           MOVE 'F' TO CTL-LANG.
           MOVE SPACES TO WS-PRF-CHOICE.
           MOVE 'N' TO WS-PRM-OVERFLOW.
           MOVE 1 TO WS-PRM-PTR.
           MOVE 'N' TO WS-PRF-EOF.
           OPEN INPUT PRFFILE.
           READ PRFFILE
               AT END
                   MOVE 'Y' TO WS-PRF-EOF
               NOT AT END
                   MOVE PRF-RECORD(1:2) TO WS-PRF-CHOICE
                   IF PRF-RECORD(4:7) IS NUMERIC
                       MOVE PRF-RECORD(4:7) TO CTL-CHKPT
                   END-IF
           END-READ.
           PERFORM UNTIL WS-PRF-EOF = 'Y'
               READ PRFFILE
                   AT END
                       MOVE 'Y' TO WS-PRF-EOF
                   NOT AT END
                       PERFORM ADD-REPLAY-ANSWER
               END-READ
           END-PERFORM.
           CLOSE PRFFILE.
           MOVE WS-PRF-CHOICE TO CTL-CHOICE.

       ADD-REPLAY-ANSWER.
           MOVE PRF-RECORD TO WS-PRF-ANSWER.
           IF WS-PRF-ANSWER = SPACES
               STRING " ;" DELIMITED BY SIZE
                      INTO CTL-PARAMS
                      WITH POINTER WS-PRM-PTR
                      ON OVERFLOW
                          MOVE 'Y' TO WS-PRM-OVERFLOW
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-PRF-ANSWER) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INTO CTL-PARAMS
                      WITH POINTER WS-PRM-PTR
                      ON OVERFLOW
                          MOVE 'Y' TO WS-PRM-OVERFLOW
               END-STRING
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE WS-APPS-READ TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MANIFESTES LUS        : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE WS-APPS-AFFECTED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "APPLICATIONS TOUCHEES : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE WS-LINES-AFFECTED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COPYBOOKS PERIMES     : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE WS-CTL-WRITTEN TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONTROLES ECRITS      : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE WS-PRF-ABSENT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "A REGENERER A LA MAIN : " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           IF WS-CTL-WRITTEN > 0
               MOVE SPACES TO IMPACT-RECORD
               WRITE IMPACT-RECORD
               MOVE "DECK DE REGENERATION  : impact.ctl"
                   TO IMPACT-RECORD
               WRITE IMPACT-RECORD
               MOVE "RENOMMER EN control.dat POUR LANCER LE SQUELETTE"
                   TO IMPACT-RECORD
               WRITE IMPACT-RECORD
           END-IF.
       END PROGRAM impact.
