       IDENTIFICATION DIVISION.
       PROGRAM-ID. demande.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

        SELECT DEMFILE ASSIGN TO WS-DEM-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROL.
           05 WS-DEM-FILENAME     PIC X(20) VALUE "demandes.dat".
           05 WS-FILE-DETAILS     PIC X(20).
           05 WS-CHECK-RC         PIC 9(9) COMP-5.

       01  WS-FLAGS.
           05 WS-EOF              PIC X.
           05 WS-EXIT-FLAG        PIC X VALUE 'N'.
           05 WS-VALID            PIC X.

       01  WS-REQUEST-VARS.
           05 WS-REQUESTER        PIC X(8).
           05 WS-MENU-CHOICE      PIC X.
           05 WS-CONFIRM          PIC X.
           05 WS-NEXT-ID          PIC 9(5) VALUE 0.
           05 WS-ID-DISP          PIC ZZZZ9.
           05 WS-NEW-APP          PIC X(8).
           05 WS-NEW-CHOICE       PIC X(2).
           05 WS-NEW-COPYBOOK     PIC X(12).
           05 WS-NEW-INFILE       PIC X(30).
           05 WS-NEW-OUTFILE      PIC X(30).
           05 WS-NEW-NOTE         PIC X(40).
           05 WS-LIST-LINE-NO     PIC 9(2).
           05 WS-LIST-COUNT       PIC 9(5) VALUE 0.
           05 WS-BLANK-IDX        PIC 9(2).

       01  WS-LIST-LINE.
           05 LST-ID              PIC ZZZZ9.
           05 FILLER              PIC X VALUE SPACE.
           05 LST-DATE            PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LST-APP             PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LST-CHOICE          PIC X(2).
           05 FILLER              PIC X VALUE SPACE.
           05 LST-STATUS          PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LST-MANIFEST        PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 LST-OUTCOME         PIC X(20).

       01  WS-BATCH-OPTION-VALUES.
           05 FILLER              PIC X(2) VALUE "1".
           05 FILLER              PIC X(2) VALUE "2".
           05 FILLER              PIC X(2) VALUE "3".
           05 FILLER              PIC X(2) VALUE "4".
           05 FILLER              PIC X(2) VALUE "5".
           05 FILLER              PIC X(2) VALUE "6".
           05 FILLER              PIC X(2) VALUE "7".
           05 FILLER              PIC X(2) VALUE "8".
           05 FILLER              PIC X(2) VALUE "9".
           05 FILLER              PIC X(2) VALUE "10".
           05 FILLER              PIC X(2) VALUE "13".
           05 FILLER              PIC X(2) VALUE "15".
           05 FILLER              PIC X(2) VALUE "16".
           05 FILLER              PIC X(2) VALUE "17".
           05 FILLER              PIC X(2) VALUE "19".
           05 FILLER              PIC X(2) VALUE "20".
           05 FILLER              PIC X(2) VALUE "24".
           05 FILLER              PIC X(2) VALUE "25".
           05 FILLER              PIC X(2) VALUE "26".
           05 FILLER              PIC X(2) VALUE "27".
           05 FILLER              PIC X(2) VALUE "28".
           05 FILLER              PIC X(2) VALUE "29".
           05 FILLER              PIC X(2) VALUE "30".
           05 FILLER              PIC X(2) VALUE "34".
           05 FILLER              PIC X(2) VALUE "35".
           05 FILLER              PIC X(2) VALUE "36".
           05 FILLER              PIC X(2) VALUE "37".
           05 FILLER              PIC X(2) VALUE "38".
           05 FILLER              PIC X(2) VALUE "39".
           05 FILLER              PIC X(2) VALUE "40".
           05 FILLER              PIC X(2) VALUE "41".
           05 FILLER              PIC X(2) VALUE "42".
           05 FILLER              PIC X(2) VALUE "45".
           05 FILLER              PIC X(2) VALUE "47".
           05 FILLER              PIC X(2) VALUE "48".
       01  WS-BATCH-OPTIONS REDEFINES WS-BATCH-OPTION-VALUES.
           05 WS-BATCH-OPTION     PIC X(2) OCCURS 35 TIMES.
       01  WS-OPT-IDX             PIC 9(2).

       01  WS-BLANK-LINE          PIC X(79) VALUE SPACES.
       01  WS-TODAY               PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-REQUESTER FROM ENVIRONMENT "USER".
           PERFORM CLEAR-REQUEST-SCREEN.
           IF WS-REQUESTER = SPACES
               DISPLAY "Identifiant demandeur:" LINE 3 COL 3
               ACCEPT WS-REQUESTER LINE 3 COL 30
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-REQUESTER) TO WS-REQUESTER.
           IF WS-REQUESTER = SPACES
               MOVE "ANONYME" TO WS-REQUESTER
           END-IF.
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               PERFORM DISPLAY-REQUEST-MENU
               EVALUATE TRUE
                   WHEN WS-MENU-CHOICE = '1'
                       PERFORM SUBMIT-REQUEST
                   WHEN WS-MENU-CHOICE = '2'
                       PERFORM LIST-MY-REQUESTS
                   WHEN WS-MENU-CHOICE = 'Q' OR WS-MENU-CHOICE = 'q'
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Choix invalide" LINE 24 COL 3
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       CLEAR-REQUEST-SCREEN.
           PERFORM VARYING WS-BLANK-IDX FROM 1 BY 1
               UNTIL WS-BLANK-IDX > 24
               DISPLAY WS-BLANK-LINE LINE WS-BLANK-IDX COL 1
           END-PERFORM.

       DISPLAY-REQUEST-MENU.
           PERFORM CLEAR-REQUEST-SCREEN.
           DISPLAY "DEMANDES DE GENERATION DE SQUELETTES" LINE 1 COL 3.
           DISPLAY "Demandeur:" LINE 2 COL 3.
           DISPLAY WS-REQUESTER LINE 2 COL 14.
           DISPLAY "1. Soumettre une demande" LINE 5 COL 3.
           DISPLAY "2. Consulter mes demandes" LINE 6 COL 3.
           DISPLAY "Q. Quitter" LINE 7 COL 3.
           DISPLAY "Votre choix:" LINE 9 COL 3.
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE LINE 9 COL 17.

       SUBMIT-REQUEST.
           PERFORM CLEAR-REQUEST-SCREEN.
           DISPLAY "NOUVELLE DEMANDE" LINE 1 COL 3.
           DISPLAY "Options: 1-10 13 15-17 19 20 24-30 34-42 45 47 48"
               LINE 2 COL 3.
           MOVE SPACES TO WS-NEW-APP WS-NEW-CHOICE WS-NEW-COPYBOOK
               WS-NEW-INFILE WS-NEW-OUTFILE WS-NEW-NOTE.
           DISPLAY "Nom de l'application:" LINE 4 COL 3.
           ACCEPT WS-NEW-APP LINE 4 COL 30.
           DISPLAY "Option du generateur:" LINE 5 COL 3.
           ACCEPT WS-NEW-CHOICE LINE 5 COL 33.
           DISPLAY "Copybook (vide si aucun):" LINE 6 COL 3.
           ACCEPT WS-NEW-COPYBOOK LINE 6 COL 30.
           DISPLAY "Fichier en entree:" LINE 7 COL 3.
           ACCEPT WS-NEW-INFILE LINE 7 COL 30.
           DISPLAY "Fichier en sortie:" LINE 8 COL 3.
           ACCEPT WS-NEW-OUTFILE LINE 8 COL 30.
           DISPLAY "Note:" LINE 9 COL 3.
           ACCEPT WS-NEW-NOTE LINE 9 COL 30.
           MOVE FUNCTION UPPER-CASE(WS-NEW-APP) TO WS-NEW-APP.
           MOVE FUNCTION LOWER-CASE(WS-NEW-COPYBOOK) TO WS-NEW-COPYBOOK.
           PERFORM VALIDATE-REQUEST.
           IF WS-VALID = 'Y'
               DISPLAY "Confirmer la soumission (O/N):" LINE 11 COL 3
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM LINE 11 COL 35
               IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o'
                   PERFORM WRITE-NEW-REQUEST
                   MOVE WS-NEXT-ID TO WS-ID-DISP
                   DISPLAY "Demande enregistree, numero:" LINE 13 COL 3
                   DISPLAY WS-ID-DISP LINE 13 COL 32
               ELSE
                   DISPLAY "Demande abandonnee" LINE 13 COL 3
               END-IF
           END-IF.
           PERFORM WAIT-FOR-ENTER.

       VALIDATE-REQUEST.
           MOVE 'Y' TO WS-VALID.
           IF WS-NEW-APP = SPACES
               MOVE 'N' TO WS-VALID
           END-IF.
           IF WS-NEW-CHOICE(1:1) = "0"
               MOVE WS-NEW-CHOICE(2:1) TO WS-NEW-CHOICE(1:1)
               MOVE SPACE TO WS-NEW-CHOICE(2:1)
           END-IF.
           IF WS-VALID = 'Y'
               MOVE 'N' TO WS-VALID
               PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > 35 OR WS-VALID = 'Y'
                   IF WS-BATCH-OPTION(WS-OPT-IDX) = WS-NEW-CHOICE
                       MOVE 'Y' TO WS-VALID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-VALID = 'N'
               DISPLAY "Demande incomplete ou option invalide"
                   LINE 24 COL 3
           END-IF.

       WRITE-NEW-REQUEST.
           PERFORM FIND-NEXT-REQUEST-ID.
           IF WS-CHECK-RC = 0
               OPEN EXTEND DEMFILE
           ELSE
               OPEN OUTPUT DEMFILE
           END-IF.
           MOVE SPACES TO DEM-RECORD.
           MOVE WS-NEXT-ID TO DEM-ID.
           MOVE WS-REQUESTER TO DEM-USER.
           MOVE WS-TODAY TO DEM-DATE.
           MOVE "SOUMISE" TO DEM-STATUS.
           MOVE WS-NEW-APP TO DEM-APP.
           MOVE WS-NEW-CHOICE TO DEM-CHOICE.
           MOVE WS-NEW-COPYBOOK TO DEM-COPYBOOK.
           MOVE WS-NEW-INFILE TO DEM-INFILE.
           MOVE WS-NEW-OUTFILE TO DEM-OUTFILE.
           MOVE WS-NEW-NOTE TO DEM-NOTE.
           WRITE DEM-RECORD.
           CLOSE DEMFILE.

       FIND-NEXT-REQUEST-ID.
           MOVE 1 TO WS-NEXT-ID.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DEM-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT DEMFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEMFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DEM-ID IS NUMERIC
                               AND DEM-ID >= WS-NEXT-ID
                               COMPUTE WS-NEXT-ID = DEM-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMFILE
           END-IF.

       LIST-MY-REQUESTS.
           PERFORM CLEAR-REQUEST-SCREEN.
           PERFORM DISPLAY-LIST-HEADER.
           MOVE 0 TO WS-LIST-COUNT.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DEM-FILENAME
               WS-FILE-DETAILS
               RETURNING WS-CHECK-RC
           END-CALL.
           IF WS-CHECK-RC = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT DEMFILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEMFILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DEM-USER = WS-REQUESTER
                               PERFORM DISPLAY-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMFILE
           END-IF.
           IF WS-LIST-COUNT = 0
               DISPLAY "Aucune demande pour ce demandeur" LINE 5 COL 3
           END-IF.
           PERFORM WAIT-FOR-ENTER.

       DISPLAY-LIST-HEADER.
           DISPLAY "MES DEMANDES" LINE 1 COL 3.
           DISPLAY WS-REQUESTER LINE 1 COL 17.
           DISPLAY "   No Date     Appli    Op Statut     Manifeste"
               LINE 3 COL 1.
           DISPLAY "Resultat" LINE 3 COL 60.
           MOVE 4 TO WS-LIST-LINE-NO.

       DISPLAY-ONE-REQUEST.
           IF WS-LIST-LINE-NO > 21
               PERFORM WAIT-FOR-ENTER
               PERFORM CLEAR-REQUEST-SCREEN
               PERFORM DISPLAY-LIST-HEADER
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           ADD 1 TO WS-LIST-LINE-NO.
           MOVE DEM-ID TO LST-ID.
           MOVE DEM-DATE TO LST-DATE.
           MOVE DEM-APP TO LST-APP.
           MOVE DEM-CHOICE TO LST-CHOICE.
           MOVE DEM-STATUS TO LST-STATUS.
           MOVE DEM-MANIFEST TO LST-MANIFEST.
           MOVE DEM-OUTCOME TO LST-OUTCOME.
           DISPLAY WS-LIST-LINE LINE WS-LIST-LINE-NO COL 1.

       WAIT-FOR-ENTER.
           DISPLAY "Appuyer sur Entree pour continuer" LINE 23 COL 3.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 23 COL 40.
