      ******************************************************************
      *PROGRAM : PROJECT 4   Customer Master Forward Recovery          *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Rebuilds a lost or damaged indexed customer master    *
      *          from a dated image copy written by                    *
      *          NGUYEN-P04-CUST-BACKUP, then rolls the change journal *
      *          p04-cust-journal.dat forward over it to a chosen      *
      *          point in time.  IMAGE=YYYYMMDD names the image;       *
      *          UNTIL=YYYYMMDD or UNTIL=YYYYMMDDHHMMSS stops the      *
      *          roll-forward there (default: the end of the journal); *
      *          XREF=Y also rebuilds the merge cross-reference from   *
      *          the image, for when it was lost too; PREFS=Y rebuilds *
      *          the mailing preference file from the image and rolls  *
      *          its journal entries forward as well.  Every journal   *
      *          entry applied is read back and checked against its    *
      *          after-image, and the recovery register                *
      *          p04-recover-register.rpt closes with the proof: the   *
      *          image total plus the journal's adds less its deletes  *
      *          must equal the count and hash total of the rebuilt    *
      *          master.                                               *
      *-----------------------------------------------------------------
      *MODIFICATION HISTORY                                            *
      *  10/15/2026  DN  Created.  The image is balanced to its       *
      *                  trailer and the journal checked for the      *
      *                  image's starting position before the master  *
      *                  is touched: a bad image or a short journal   *
      *                  stops the run with the old master intact.    *
      *  10/15/2026  DN  Mailing preference entries on the journal   *
      *                  (JR-FILE-ID 'P') are rolled forward only on *
      *                  PREFS=Y, which first rebuilds p04-cust-     *
      *                  prefs.dat from the image's 'P' records and  *
      *                  then balances the rebuilt file on the       *
      *                  register the way the master is balanced.    *
      *                  Without PREFS=Y a surviving preference file *
      *                  is left alone and the entries are passed    *
      *                  over and counted.                           *
      *  10/15/2026  DN  The expected master and preference totals   *
      *                  are built from the image trailer, not from  *
      *                  what loaded, and an image record that fails *
      *                  to load is counted as a mismatch, so a      *
      *                  record lost in the load can no longer       *
      *                  balance out of both sides.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CUST-RECOVER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-FILE ASSIGN USING WS-IMAGE-NAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-IMG-STATUS.
           SELECT CUST-MASTER ASSIGN TO 'p04-cust-master.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS CM-CUST-NO
                             FILE STATUS IS WS-MST-STATUS.
           SELECT XREF-FILE  ASSIGN TO 'p04-custxref.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS XR-OLD-CUST-NO
                             FILE STATUS IS WS-XRF-STATUS.
           SELECT PREF-FILE  ASSIGN TO 'p04-cust-prefs.dat'
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS PF-KEY
                             FILE STATUS IS WS-PRF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'p04-cust-journal.dat'
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS WS-JRN-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'p04-recover-register.rpt'
                             ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-FILE
           LABEL RECORD ARE OMITTED.
       01  IMAGE-REC.
           COPY CUSTIMG.
       FD  CUST-MASTER.
       01  MASTER-REC.
           COPY CUSTMAST.
       FD  XREF-FILE.
       01  XREF-REC.
           COPY CUSTXREF.
       FD  PREF-FILE.
       01  PREF-REC.
           COPY CUSTPREF.
       FD  JOURNAL-FILE
           LABEL RECORD ARE OMITTED.
       01  JOURNAL-REC.
           COPY JRNLREC.
       FD  REGISTER-FILE
           LABEL RECORD ARE OMITTED.
       01  REGISTER-REC                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  RUN-PARMS.
           03  WS-RUN-PARM-LINE        PIC X(160)  VALUE SPACES.
           03  WS-PARM-TOKEN OCCURS 10 TIMES       PIC X(24)
                                                    VALUE SPACES.
           03  WS-PARM-IDX             PIC 9(2)    VALUE ZERO.
           03  WS-PARM-KEY             PIC X(16)   VALUE SPACES.
           03  WS-PARM-VAL             PIC X(24)   VALUE SPACES.
           03  WS-IMAGE-DATE           PIC 9(8)    VALUE ZERO.
           03  WS-UNTIL-STAMP.
               05  WS-UNTIL-DATE       PIC X(8)    VALUE '99999999'.
               05  WS-UNTIL-TIME       PIC X(6)    VALUE '999999'.
           03  WS-XREF-SW              PIC X       VALUE 'N'.
               88  REBUILD-XREF                    VALUE 'Y'.
           03  WS-PREFS-SW             PIC X       VALUE 'N'.
               88  REBUILD-PREFS                   VALUE 'Y'.
       01  MISC.
           03  WS-IMG-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-MST-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-XRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-PRF-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-JRN-STATUS           PIC X(2)    VALUE SPACES.
           03  WS-IMAGE-NAME           PIC X(40)   VALUE SPACES.
           03  WS-JRN-START            PIC 9(9)    VALUE ZERO.
           03  WS-JRN-READ             PIC 9(9)    VALUE ZERO.
           03  WS-APPLIED-CTR          PIC 9(9)    VALUE ZERO.
           03  WS-WARNING-CTR          PIC 9(9)    VALUE ZERO.
           03  WS-MISMATCH-CTR         PIC 9(9)    VALUE ZERO.
           03  WS-LATER-CTR            PIC 9(9)    VALUE ZERO.
           03  WS-PREF-SKIP-CTR        PIC 9(9)    VALUE ZERO.
           03  WS-FLAGS.
               05  WS-EOF-FLAG         PIC X       VALUE 'N'.
                   88  EOF                         VALUE 'Y'.
               05  WS-IMAGE-OK-SW      PIC X       VALUE 'Y'.
                   88  IMAGE-OK                    VALUE 'Y'.
               05  WS-FOUND-SW         PIC X       VALUE 'N'.
                   88  RECORD-FOUND                VALUE 'Y'.
       01  IMAGE-HEADER.
           03  WS-HDR-DATE             PIC 9(8)    VALUE ZERO.
           03  WS-HDR-TIME             PIC X(6)    VALUE SPACES.
           03  WS-HDR-JRN-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-TRL-COUNT            PIC 9(3)    VALUE ZERO.
           03  WS-TRL-MST-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-TRL-MST-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-TRL-XRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-TRL-XRF-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-TRL-PRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-TRL-PRF-HASH         PIC 9(15)   VALUE ZERO.
      *    RUNNING TOTALS: AS READ FROM THE IMAGE, AS LOADED, WHAT THE
      *    JOURNAL SAYS THE MASTER SHOULD HOLD, AND WHAT IT DOES HOLD.
       01  CONTROL-TOTALS.
           03  WS-IMG-MST-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-IMG-MST-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-IMG-XRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-IMG-XRF-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-LOAD-MST-COUNT       PIC 9(9)    VALUE ZERO.
           03  WS-LOAD-MST-HASH        PIC 9(15)   VALUE ZERO.
           03  WS-LOAD-XRF-COUNT       PIC 9(9)    VALUE ZERO.
           03  WS-JRN-ADD-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-JRN-ADD-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-JRN-DEL-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-JRN-DEL-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-EXP-MST-COUNT        PIC S9(9)   VALUE ZERO.
           03  WS-EXP-MST-HASH         PIC S9(15)  VALUE ZERO.
           03  WS-END-MST-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-END-MST-HASH         PIC 9(15)   VALUE ZERO.
      *    THE SAME FOUR STAGES FOR THE MAILING PREFERENCE FILE.
           03  WS-IMG-PRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-IMG-PRF-HASH         PIC 9(15)   VALUE ZERO.
           03  WS-LOAD-PRF-COUNT       PIC 9(9)    VALUE ZERO.
           03  WS-LOAD-PRF-HASH        PIC 9(15)   VALUE ZERO.
           03  WS-JRN-PADD-COUNT       PIC 9(9)    VALUE ZERO.
           03  WS-JRN-PADD-HASH        PIC 9(15)   VALUE ZERO.
           03  WS-JRN-PDEL-COUNT       PIC 9(9)    VALUE ZERO.
           03  WS-JRN-PDEL-HASH        PIC 9(15)   VALUE ZERO.
           03  WS-EXP-PRF-COUNT        PIC S9(9)   VALUE ZERO.
           03  WS-EXP-PRF-HASH         PIC S9(15)  VALUE ZERO.
           03  WS-END-PRF-COUNT        PIC 9(9)    VALUE ZERO.
           03  WS-END-PRF-HASH         PIC 9(15)   VALUE ZERO.
       01  REGISTER-DATA.
           03  REG-DISPOSITION         PIC X(10)   VALUE SPACES.
           03  REG-REASON              PIC X(34)   VALUE SPACES.
           03  REG-LABEL               PIC X(26)   VALUE SPACES.
           03  REG-COUNT               PIC -9(9)   VALUE ZERO.
           03  REG-HASH                PIC -9(15)  VALUE ZERO.
       01  ENTRY-DATA.
           03  WS-ENTRY-STAMP.
               05  WS-ENTRY-DATE       PIC X(8)    VALUE SPACES.
               05  WS-ENTRY-TIME       PIC X(6)    VALUE SPACES.
           03  WS-CUR-IMAGE            PIC X(100)  VALUE LOW-VALUES.
      *    A CROSS-REFERENCE IMAGE TAKEN STRAIGHT FROM THE 'X' RECORD.
       01  XREF-IMAGE.
           COPY CUSTXREF REPLACING LEADING ==XR-== BY ==XI-==.
      *    AND A PREFERENCE IMAGE TAKEN STRAIGHT FROM THE 'P' RECORD.
       01  PREF-IMAGE.
           COPY CUSTPREF REPLACING LEADING ==PF-== BY ==PI-==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 040-PARSE-RUN-PARMS.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 110-CHECK-IMAGE.
           PERFORM 120-CHECK-JOURNAL.
           PERFORM 200-LOAD-MASTER.
           IF REBUILD-XREF
               PERFORM 210-LOAD-XREF
           END-IF.
           IF REBUILD-PREFS
               PERFORM 215-LOAD-PREFS
           END-IF.
           PERFORM 300-ROLL-FORWARD.
           PERFORM 400-COUNT-REBUILT-MASTER.
           IF REBUILD-PREFS
               PERFORM 410-COUNT-REBUILT-PREFS
           END-IF.
           PERFORM 500-WRITE-REGISTER-TOTALS.
           CLOSE CUST-MASTER
                 REGISTER-FILE.
           IF REBUILD-PREFS
               CLOSE PREF-FILE
           END-IF.
           DISPLAY SPACES.
           DISPLAY 'IMAGE RECORDS    : ', WS-LOAD-MST-COUNT.
           DISPLAY 'JOURNAL APPLIED  : ', WS-APPLIED-CTR.
           DISPLAY 'AFTER UNTIL=     : ', WS-LATER-CTR.
           DISPLAY 'PREFERENCE SKIPS : ', WS-PREF-SKIP-CTR.
           DISPLAY 'SEQUENCE WARNINGS: ', WS-WARNING-CTR.
           DISPLAY 'MISMATCHES       : ', WS-MISMATCH-CTR.
           DISPLAY 'REBUILT MASTER   : ', WS-END-MST-COUNT.
           IF REBUILD-PREFS
               DISPLAY 'REBUILT PREFS    : ', WS-END-PRF-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MISMATCH-CTR > ZERO
                       OR WS-END-MST-COUNT NOT = WS-EXP-MST-COUNT
                       OR WS-END-MST-HASH  NOT = WS-EXP-MST-HASH
                       OR (REBUILD-PREFS
                           AND (WS-END-PRF-COUNT NOT = WS-EXP-PRF-COUNT
                             OR WS-END-PRF-HASH NOT = WS-EXP-PRF-HASH))
                   DISPLAY 'CUST-RECOVER: REBUILT MASTER DOES NOT '
                           'BALANCE - SEE THE RECOVERY REGISTER'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-CTR > ZERO
                   DISPLAY 'REBUILT MASTER BALANCES, WITH WARNINGS'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'REBUILT MASTER BALANCES'
           END-EVALUATE.
           STOP RUN.
      *-----------------------------------------------------------------
      *    040-PARSE-RUN-PARMS REQUIRES IMAGE=YYYYMMDD -- AS WITH THE
      *    RESTORE UTILITY'S DATE=, THERE IS NO DEFAULT FOR SOMETHING
      *    THAT REPLACES THE WHOLE MASTER.
      *-----------------------------------------------------------------
       040-PARSE-RUN-PARMS.
           ACCEPT WS-RUN-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-RUN-PARM-LINE DELIMITED BY SPACE
                   INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                        WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                        WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                        WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                        WS-PARM-TOKEN(9) WS-PARM-TOKEN(10)
           END-UNSTRING.
           PERFORM 045-APPLY-PARM-TOKEN
               VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 10.
           IF WS-IMAGE-DATE = ZERO
               DISPLAY 'CUST-RECOVER: GIVE IMAGE=YYYYMMDD, THE IMAGE '
                       'COPY TO RECOVER FROM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING 'p04-cust-image-'    DELIMITED BY SIZE
                  WS-IMAGE-DATE        DELIMITED BY SIZE
                  '.dat'               DELIMITED BY SIZE
                  INTO WS-IMAGE-NAME
           END-STRING.
      *-----------------------------------------------------------------
       045-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
               MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
               UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY '='
                       INTO WS-PARM-KEY, WS-PARM-VAL
               END-UNSTRING
               EVALUATE WS-PARM-KEY
                   WHEN 'IMAGE'
                       IF WS-PARM-VAL(1:8) IS NUMERIC
                               AND WS-PARM-VAL(9:1) = SPACE
                           MOVE WS-PARM-VAL(1:8) TO WS-IMAGE-DATE
                       ELSE
                           DISPLAY 'CUST-RECOVER: IMAGE= MUST BE '
                                   'YYYYMMDD'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN 'UNTIL'
                       EVALUATE TRUE
                           WHEN WS-PARM-VAL(1:14) IS NUMERIC
                                   AND WS-PARM-VAL(15:1) = SPACE
                               MOVE WS-PARM-VAL(1:14) TO WS-UNTIL-STAMP
                           WHEN WS-PARM-VAL(1:8) IS NUMERIC
                                   AND WS-PARM-VAL(9:1) = SPACE
                               MOVE WS-PARM-VAL(1:8) TO WS-UNTIL-DATE
                           WHEN OTHER
                               DISPLAY 'CUST-RECOVER: UNTIL= MUST BE '
                                       'YYYYMMDD OR YYYYMMDDHHMMSS'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
                   WHEN 'XREF'
                       EVALUATE WS-PARM-VAL
                           WHEN 'Y'
                               MOVE 'Y' TO WS-XREF-SW
                           WHEN 'N'
                               MOVE 'N' TO WS-XREF-SW
                           WHEN OTHER
                               DISPLAY 'CUST-RECOVER: GIVE XREF=Y OR '
                                       'XREF=N ONLY'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
                   WHEN 'PREFS'
                       EVALUATE WS-PARM-VAL
                           WHEN 'Y'
                               MOVE 'Y' TO WS-PREFS-SW
                           WHEN 'N'
                               MOVE 'N' TO WS-PREFS-SW
                           WHEN OTHER
                               DISPLAY 'CUST-RECOVER: GIVE PREFS=Y OR '
                                       'PREFS=N ONLY'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
                   WHEN OTHER
                       DISPLAY 'CUST-RECOVER: UNRECOGNIZED KEYWORD: '
                               WS-PARM-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    110-CHECK-IMAGE READS THE WHOLE IMAGE ONCE BEFORE ANYTHING
      *    IS REPLACED: ONE HEADER FIRST, ONE TRAILER LAST, AND THE
      *    MASTER, XREF AND PREFERENCE RECORDS BETWEEN THEM BALANCING
      *    TO IT.  AN IMAGE THAT FAILS ANY OF THAT STOPS THE RUN HERE.
      *-----------------------------------------------------------------
       110-CHECK-IMAGE.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMG-STATUS NOT = '00'
               DISPLAY 'CUST-RECOVER: CANNOT OPEN IMAGE ' WS-IMAGE-NAME
                       ' STATUS ' WS-IMG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ IMAGE-FILE
               AT END
                   MOVE 'N' TO WS-IMAGE-OK-SW
               NOT AT END
                   IF IM-HEADER
                       MOVE IM-IMAGE-DATE TO WS-HDR-DATE
                       MOVE IM-IMAGE-TIME TO WS-HDR-TIME
                       MOVE IM-JRN-COUNT  TO WS-HDR-JRN-COUNT
                   ELSE
                       MOVE 'N' TO WS-IMAGE-OK-SW
                   END-IF
           END-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR NOT IMAGE-OK
               READ IMAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 115-CHECK-IMAGE-REC
               END-READ
           END-PERFORM.
           CLOSE IMAGE-FILE.
           IF WS-TRL-COUNT NOT = 1
                   OR WS-IMG-MST-COUNT NOT = WS-TRL-MST-COUNT
                   OR WS-IMG-MST-HASH  NOT = WS-TRL-MST-HASH
                   OR WS-IMG-XRF-COUNT NOT = WS-TRL-XRF-COUNT
                   OR WS-IMG-XRF-HASH  NOT = WS-TRL-XRF-HASH
                   OR WS-IMG-PRF-COUNT NOT = WS-TRL-PRF-COUNT
                   OR WS-IMG-PRF-HASH  NOT = WS-TRL-PRF-HASH
               MOVE 'N' TO WS-IMAGE-OK-SW
           END-IF.
           IF NOT IMAGE-OK
               DISPLAY 'CUST-RECOVER: IMAGE ' WS-IMAGE-NAME
                       ' DOES NOT BALANCE - MASTER NOT TOUCHED'
               MOVE 'IMAGE OUT OF BALANCE - RECOVERY NOT STARTED'
                   TO REGISTER-REC
               WRITE REGISTER-REC
               CLOSE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HDR-DATE TO WS-ENTRY-DATE.
           MOVE WS-HDR-TIME TO WS-ENTRY-TIME.
           IF WS-UNTIL-STAMP < WS-ENTRY-STAMP
               DISPLAY 'CUST-RECOVER: UNTIL= IS EARLIER THAN THE IMAGE '
                       'ITSELF (' WS-ENTRY-STAMP ')'
               CLOSE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *    AFTER THE TRAILER NOTHING MAY FOLLOW.  AN IMAGE TAKEN BEFORE
      *    PREFERENCES WERE IMAGED HAS NO 'P' RECORDS AND SPACES WHERE
      *    THEIR TRAILER TOTALS GO, WHICH BALANCE AS ZERO.
       115-CHECK-IMAGE-REC.
           EVALUATE TRUE
               WHEN WS-TRL-COUNT > ZERO
                   MOVE 'N' TO WS-IMAGE-OK-SW
               WHEN IM-MASTER
                   MOVE IM-DATA TO MASTER-REC
                   ADD 1 TO WS-IMG-MST-COUNT
                   ADD CM-CUST-NO TO WS-IMG-MST-HASH
               WHEN IM-XREF
                   MOVE IM-DATA TO XREF-IMAGE
                   ADD 1 TO WS-IMG-XRF-COUNT
                   ADD XI-OLD-CUST-NO TO WS-IMG-XRF-HASH
               WHEN IM-PREF
                   MOVE IM-DATA TO PREF-IMAGE
                   ADD 1 TO WS-IMG-PRF-COUNT
                   ADD PI-CUST-NO TO WS-IMG-PRF-HASH
               WHEN IM-TRAILER
                   ADD 1 TO WS-TRL-COUNT
                   MOVE IM-MST-COUNT TO WS-TRL-MST-COUNT
                   MOVE IM-MST-HASH  TO WS-TRL-MST-HASH
                   MOVE IM-XRF-COUNT TO WS-TRL-XRF-COUNT
                   MOVE IM-XRF-HASH  TO WS-TRL-XRF-HASH
                   IF IM-PRF-COUNT IS NUMERIC
                           AND IM-PRF-HASH IS NUMERIC
                       MOVE IM-PRF-COUNT TO WS-TRL-PRF-COUNT
                       MOVE IM-PRF-HASH  TO WS-TRL-PRF-HASH
                   ELSE
                       MOVE ZERO TO WS-TRL-PRF-COUNT
                                    WS-TRL-PRF-HASH
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-IMAGE-OK-SW
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    120-CHECK-JOURNAL MAKES SURE THE JOURNAL STILL HOLDS AT
      *    LEAST AS MANY RECORDS AS THE IMAGE HAD ALREADY ABSORBED.
      *    FEWER MEANS IT WAS REPLACED OR CUT SINCE THE BACKUP, AND
      *    ROLLING IT FORWARD FROM THAT POSITION WOULD APPLY THE WRONG
      *    ENTRIES.  NO JOURNAL AT ALL IS ONLY ALLOWED WHEN THE IMAGE
      *    WAS TAKEN BEFORE THERE WAS ONE.
      *-----------------------------------------------------------------
       120-CHECK-JOURNAL.
           MOVE ZERO TO WS-JRN-READ.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JRN-READ
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-JRN-READ < WS-HDR-JRN-COUNT
               DISPLAY 'CUST-RECOVER: JOURNAL HOLDS ' WS-JRN-READ
                       ' RECORDS, IMAGE EXPECTS AT LEAST '
                       WS-HDR-JRN-COUNT ' - MASTER NOT TOUCHED'
               MOVE 'JOURNAL SHORTER THAN IMAGE - RECOVERY NOT STARTED'
                   TO REGISTER-REC
               WRITE REGISTER-REC
               CLOSE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HDR-JRN-COUNT TO WS-JRN-START.
      *-----------------------------------------------------------------
      *    200-LOAD-MASTER REPLACES THE MASTER WITH THE IMAGE'S 'M'
      *    RECORDS, WHICH ARE ALREADY IN KEY ORDER.
      *-----------------------------------------------------------------
       200-LOAD-MASTER.
           OPEN OUTPUT CUST-MASTER.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CUST-RECOVER: CANNOT CREATE MASTER, STATUS '
                       WS-MST-STATUS
               CLOSE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IMAGE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ IMAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF IM-MASTER
                           MOVE IM-DATA TO MASTER-REC
                           WRITE MASTER-REC
                               INVALID KEY
                                   DISPLAY 'CUST-RECOVER: IMAGE LOAD '
                                           'FAILED FOR ' CM-CUST-NO
                                   ADD 1 TO WS-MISMATCH-CTR
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOAD-MST-COUNT
                                   ADD CM-CUST-NO TO WS-LOAD-MST-HASH
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IMAGE-FILE
                 CUST-MASTER.
           OPEN I-O CUST-MASTER.
           MOVE WS-TRL-MST-COUNT TO WS-EXP-MST-COUNT.
           MOVE WS-TRL-MST-HASH  TO WS-EXP-MST-HASH.
      *-----------------------------------------------------------------
      *    210-LOAD-XREF REPLACES THE MERGE CROSS-REFERENCE WITH THE
      *    IMAGE'S 'X' RECORDS.  ONLY ON XREF=Y: MERGES ARE NOT IN THE
      *    CHANGE JOURNAL, SO AN XREF THAT SURVIVED IS NEWER THAN ANY
      *    IMAGE AND IS BETTER LEFT ALONE.
      *-----------------------------------------------------------------
       210-LOAD-XREF.
           OPEN OUTPUT XREF-FILE.
           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'CUST-RECOVER: CANNOT CREATE XREF, STATUS '
                       WS-XRF-STATUS
           ELSE
               OPEN INPUT IMAGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ IMAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF IM-XREF
                               MOVE IM-DATA TO XREF-REC
                               WRITE XREF-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-LOAD-XRF-COUNT
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
                     XREF-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    215-LOAD-PREFS REPLACES THE MAILING PREFERENCE FILE WITH THE
      *    IMAGE'S 'P' RECORDS AND LEAVES IT OPEN FOR THE ROLL-FORWARD.
      *    ONLY ON PREFS=Y: A PREFERENCE FILE THAT SURVIVED WHATEVER
      *    TOOK THE MASTER IS CURRENT AND IS LEFT ALONE.  ONE THAT
      *    CANNOT BE CREATED IS REGISTERED AS A MISMATCH, AND ITS
      *    JOURNAL ENTRIES ARE THEN PASSED OVER AS WITHOUT PREFS=Y.
      *-----------------------------------------------------------------
       215-LOAD-PREFS.
           OPEN OUTPUT PREF-FILE.
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'CUST-RECOVER: CANNOT CREATE PREFERENCES, '
                       'STATUS ' WS-PRF-STATUS
               MOVE 'PREFERENCE FILE NOT REBUILT - CANNOT CREATE'
                   TO REGISTER-REC
               WRITE REGISTER-REC
               ADD 1 TO WS-MISMATCH-CTR
               MOVE 'N' TO WS-PREFS-SW
           ELSE
               OPEN INPUT IMAGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ IMAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF IM-PREF
                               MOVE IM-DATA TO PREF-REC
                               WRITE PREF-REC
                                   INVALID KEY
                                       DISPLAY 'CUST-RECOVER: IMAGE '
                                               'LOAD FAILED FOR '
                                               'PREFERENCE ' PF-KEY
                                       ADD 1 TO WS-MISMATCH-CTR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-LOAD-PRF-COUNT
                                       ADD PF-CUST-NO
                                           TO WS-LOAD-PRF-HASH
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
                     PREF-FILE
               OPEN I-O PREF-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    300-ROLL-FORWARD SKIPS THE JOURNAL RECORDS THE IMAGE ALREADY
      *    HOLDS AND APPLIES EVERY LATER ONE UP TO THE POINT IN TIME.
      *    A MAILING PREFERENCE ENTRY CHANGED THE PREFERENCE FILE, NOT
      *    THE MASTER: ON PREFS=Y IT IS APPLIED TO THE REBUILT
      *    PREFERENCE FILE BY 360-ROLL-ONE-PREF, OTHERWISE IT IS
      *    COUNTED AND PASSED OVER.
      *-----------------------------------------------------------------
       300-ROLL-FORWARD.
           MOVE ZERO TO WS-JRN-READ.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-JRN-READ
                           IF WS-JRN-READ > WS-JRN-START
                               EVALUATE TRUE
                                   WHEN NOT JR-PREF-ENTRY
                                       PERFORM 310-ROLL-ONE-ENTRY
                                   WHEN REBUILD-PREFS
                                       PERFORM 360-ROLL-ONE-PREF
                                   WHEN OTHER
                                       ADD 1 TO WS-PREF-SKIP-CTR
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
      *-----------------------------------------------------------------
      *    310-ROLL-ONE-ENTRY APPLIES ONE JOURNAL ENTRY.  THE ENTRY'S
      *    AFTER-IMAGE IS WHAT THE RECORD BECAME, SO IT IS APPLIED AS
      *    THE ANSWER; THE BEFORE-IMAGE IS ONLY A SEQUENCE CHECK, AND
      *    A RECORD THAT DID NOT LOOK THAT WAY IS REGISTERED AS A
      *    WARNING.  THE EXPECTED TOTALS MOVE BY WHAT THE JOURNAL SAYS
      *    HAPPENED, NOT BY WHAT THE WRITE OR DELETE DID, SO ANY
      *    DIFFERENCE SHOWS UP IN THE CLOSING BALANCE.
      *-----------------------------------------------------------------
       310-ROLL-ONE-ENTRY.
           MOVE JR-DATE TO WS-ENTRY-DATE.
           MOVE JR-TIME TO WS-ENTRY-TIME.
           IF WS-ENTRY-STAMP > WS-UNTIL-STAMP
               ADD 1 TO WS-LATER-CTR
           ELSE
               MOVE 'APPLIED' TO REG-DISPOSITION
               MOVE SPACES    TO REG-REASON
               MOVE JR-CUST-NO TO CM-CUST-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SW
                       MOVE LOW-VALUES TO WS-CUR-IMAGE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE MASTER-REC TO WS-CUR-IMAGE
               END-READ
               IF WS-CUR-IMAGE NOT = JR-BEFORE
                   MOVE 'WARNING' TO REG-DISPOSITION
                   MOVE 'BEFORE IMAGE DID NOT MATCH'
                       TO REG-REASON
                   ADD 1 TO WS-WARNING-CTR
               END-IF
               EVALUATE TRUE
                   WHEN JR-ADD OR JR-REWRITE
                       PERFORM 320-APPLY-AFTER-IMAGE
                   WHEN JR-DELETE
                       PERFORM 330-APPLY-DELETE
                   WHEN OTHER
                       MOVE 'MISMATCH' TO REG-DISPOSITION
                       MOVE 'UNRECOGNIZED JOURNAL ACTION'
                           TO REG-REASON
                       ADD 1 TO WS-MISMATCH-CTR
               END-EVALUATE
               ADD 1 TO WS-APPLIED-CTR
               PERFORM 350-WRITE-REGISTER-LINE
           END-IF.
      *-----------------------------------------------------------------
       320-APPLY-AFTER-IMAGE.
           IF JR-ADD
               ADD 1 TO WS-JRN-ADD-COUNT
               ADD JR-CUST-NO TO WS-JRN-ADD-HASH
           END-IF.
           MOVE JR-AFTER TO MASTER-REC.
           MOVE JR-CUST-NO TO CM-CUST-NO.
           IF RECORD-FOUND
               REWRITE MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'MISMATCH' TO REG-DISPOSITION
                   MOVE 'RECORD NOT ON MASTER AFTER APPLY'
                       TO REG-REASON
                   ADD 1 TO WS-MISMATCH-CTR
               NOT INVALID KEY
                   IF MASTER-REC NOT = JR-AFTER
                       MOVE 'MISMATCH' TO REG-DISPOSITION
                       MOVE 'RECORD DIFFERS FROM AFTER IMAGE'
                           TO REG-REASON
                       ADD 1 TO WS-MISMATCH-CTR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       330-APPLY-DELETE.
           ADD 1 TO WS-JRN-DEL-COUNT.
           ADD JR-CUST-NO TO WS-JRN-DEL-HASH.
           IF RECORD-FOUND
               DELETE CUST-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE JR-CUST-NO TO CM-CUST-NO.
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'MISMATCH' TO REG-DISPOSITION
                   MOVE 'RECORD STILL ON MASTER AFTER DELETE'
                       TO REG-REASON
                   ADD 1 TO WS-MISMATCH-CTR
           END-READ.
      *-----------------------------------------------------------------
       350-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING
               REG-DISPOSITION    DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               JR-DATE            DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               JR-TIME            DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               JR-PROGRAM         DELIMITED BY SIZE
               ' '                DELIMITED BY SIZE
               JR-ACTION          DELIMITED BY SIZE
               ' CUST '           DELIMITED BY SIZE
               JR-CUST-NO         DELIMITED BY SIZE
               ' : '              DELIMITED BY SIZE
               REG-REASON         DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
      *    360-ROLL-ONE-PREF IS 310-ROLL-ONE-ENTRY FOR A MAILING
      *    PREFERENCE ENTRY.  ITS IMAGES ARE PREFERENCE RECORDS, SO THE
      *    KEY COMES FROM WHICHEVER IMAGE EXISTS -- THE AFTER IMAGE
      *    UNLESS THE ENTRY IS A DELETE -- AS IN THE RESTORE UTILITY.
      *-----------------------------------------------------------------
       360-ROLL-ONE-PREF.
           MOVE JR-DATE TO WS-ENTRY-DATE.
           MOVE JR-TIME TO WS-ENTRY-TIME.
           IF WS-ENTRY-STAMP > WS-UNTIL-STAMP
               ADD 1 TO WS-LATER-CTR
           ELSE
               MOVE 'APPLIED' TO REG-DISPOSITION
               MOVE SPACES    TO REG-REASON
               IF JR-AFTER NOT = LOW-VALUES
                   MOVE JR-AFTER  TO PREF-REC
               ELSE
                   MOVE JR-BEFORE TO PREF-REC
               END-IF
               READ PREF-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SW
                       MOVE LOW-VALUES TO WS-CUR-IMAGE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE PREF-REC TO WS-CUR-IMAGE
               END-READ
               IF WS-CUR-IMAGE NOT = JR-BEFORE
                   MOVE 'WARNING' TO REG-DISPOSITION
                   MOVE 'BEFORE IMAGE DID NOT MATCH'
                       TO REG-REASON
                   ADD 1 TO WS-WARNING-CTR
               END-IF
               EVALUATE TRUE
                   WHEN JR-ADD OR JR-REWRITE
                       PERFORM 370-APPLY-PREF-AFTER
                   WHEN JR-DELETE
                       PERFORM 380-APPLY-PREF-DELETE
                   WHEN OTHER
                       MOVE 'MISMATCH' TO REG-DISPOSITION
                       MOVE 'UNRECOGNIZED JOURNAL ACTION'
                           TO REG-REASON
                       ADD 1 TO WS-MISMATCH-CTR
               END-EVALUATE
               ADD 1 TO WS-APPLIED-CTR
               PERFORM 350-WRITE-REGISTER-LINE
           END-IF.
      *-----------------------------------------------------------------
       370-APPLY-PREF-AFTER.
           IF JR-ADD
               ADD 1 TO WS-JRN-PADD-COUNT
               ADD JR-CUST-NO TO WS-JRN-PADD-HASH
           END-IF.
           MOVE JR-AFTER TO PREF-REC.
           IF RECORD-FOUND
               REWRITE PREF-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PREF-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           READ PREF-FILE
               INVALID KEY
                   MOVE 'MISMATCH' TO REG-DISPOSITION
                   MOVE 'PREF NOT ON FILE AFTER APPLY'
                       TO REG-REASON
                   ADD 1 TO WS-MISMATCH-CTR
               NOT INVALID KEY
                   MOVE PREF-REC TO WS-CUR-IMAGE
                   IF WS-CUR-IMAGE NOT = JR-AFTER
                       MOVE 'MISMATCH' TO REG-DISPOSITION
                       MOVE 'PREF DIFFERS FROM AFTER IMAGE'
                           TO REG-REASON
                       ADD 1 TO WS-MISMATCH-CTR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       380-APPLY-PREF-DELETE.
           ADD 1 TO WS-JRN-PDEL-COUNT.
           ADD JR-CUST-NO TO WS-JRN-PDEL-HASH.
           MOVE JR-BEFORE TO PREF-REC.
           IF RECORD-FOUND
               DELETE PREF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE JR-BEFORE TO PREF-REC.
           READ PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'MISMATCH' TO REG-DISPOSITION
                   MOVE 'PREF STILL ON FILE AFTER DELETE'
                       TO REG-REASON
                   ADD 1 TO WS-MISMATCH-CTR
           END-READ.
      *-----------------------------------------------------------------
      *    400-COUNT-REBUILT-MASTER READS THE FINISHED MASTER END TO
      *    END FOR ITS OWN COUNT AND HASH TOTAL.  WHAT IT SHOULD HOLD
      *    STARTS FROM THE IMAGE TRAILER, NOT FROM WHAT LOADED, SO A
      *    RECORD THAT FAILED TO LOAD SHOWS AS A SHORTFALL.
      *-----------------------------------------------------------------
       400-COUNT-REBUILT-MASTER.
           COMPUTE WS-EXP-MST-COUNT = WS-TRL-MST-COUNT
                   + WS-JRN-ADD-COUNT - WS-JRN-DEL-COUNT.
           COMPUTE WS-EXP-MST-HASH = WS-TRL-MST-HASH
                   + WS-JRN-ADD-HASH - WS-JRN-DEL-HASH.
           MOVE ZERO TO CM-CUST-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           START CUST-MASTER KEY NOT LESS THAN CM-CUST-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ CUST-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-END-MST-COUNT
                       ADD CM-CUST-NO TO WS-END-MST-HASH
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    410-COUNT-REBUILT-PREFS DOES THE SAME FOR THE REBUILT
      *    MAILING PREFERENCE FILE.
      *-----------------------------------------------------------------
       410-COUNT-REBUILT-PREFS.
           COMPUTE WS-EXP-PRF-COUNT = WS-TRL-PRF-COUNT
                   + WS-JRN-PADD-COUNT - WS-JRN-PDEL-COUNT.
           COMPUTE WS-EXP-PRF-HASH = WS-TRL-PRF-HASH
                   + WS-JRN-PADD-HASH - WS-JRN-PDEL-HASH.
           MOVE LOW-VALUES TO PF-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START PREF-FILE KEY NOT LESS THAN PF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL EOF
               READ PREF-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-END-PRF-COUNT
                       ADD PF-CUST-NO TO WS-END-PRF-HASH
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    500-WRITE-REGISTER-TOTALS IS THE BALANCING PROOF: IMAGE PLUS
      *    JOURNAL ADDS LESS JOURNAL DELETES AGAINST THE REBUILT FILE,
      *    BY RECORD COUNT AND BY HASH TOTAL.
      *-----------------------------------------------------------------
       500-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING 'RECOVERED FROM '     DELIMITED BY SIZE
                  WS-IMAGE-NAME         DELIMITED BY SPACE
                  ' TAKEN '             DELIMITED BY SIZE
                  WS-HDR-DATE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-HDR-TIME           DELIMITED BY SIZE
                  '  ROLLED FORWARD TO ' DELIMITED BY SIZE
                  WS-UNTIL-STAMP        DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING 'JOURNAL RECORDS IN IMAGE: ' DELIMITED BY SIZE
                  WS-JRN-START                 DELIMITED BY SIZE
                  '  APPLIED: '                DELIMITED BY SIZE
                  WS-APPLIED-CTR               DELIMITED BY SIZE
                  '  AFTER POINT IN TIME: '    DELIMITED BY SIZE
                  WS-LATER-CTR                 DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           MOVE SPACES TO REGISTER-REC.
           STRING 'PREFERENCE ENTRIES PASSED OVER: '
                                               DELIMITED BY SIZE
                  WS-PREF-SKIP-CTR             DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           IF REBUILD-XREF
               MOVE SPACES TO REGISTER-REC
               STRING 'XREF REBUILT FROM IMAGE: ' DELIMITED BY SIZE
                      WS-LOAD-XRF-COUNT          DELIMITED BY SIZE
                      ' OF '                     DELIMITED BY SIZE
                      WS-TRL-XRF-COUNT           DELIMITED BY SIZE
                      INTO REGISTER-REC
               END-STRING
               WRITE REGISTER-REC
           END-IF.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE 'IMAGE TRAILER'             TO REG-LABEL.
           MOVE WS-TRL-MST-COUNT            TO REG-COUNT.
           MOVE WS-TRL-MST-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'LOADED FROM IMAGE'         TO REG-LABEL.
           MOVE WS-LOAD-MST-COUNT           TO REG-COUNT.
           MOVE WS-LOAD-MST-HASH            TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'PLUS JOURNAL ADDS'         TO REG-LABEL.
           MOVE WS-JRN-ADD-COUNT            TO REG-COUNT.
           MOVE WS-JRN-ADD-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'LESS JOURNAL DELETES'      TO REG-LABEL.
           MOVE WS-JRN-DEL-COUNT            TO REG-COUNT.
           MOVE WS-JRN-DEL-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'EXPECTED ON MASTER'        TO REG-LABEL.
           MOVE WS-EXP-MST-COUNT            TO REG-COUNT.
           MOVE WS-EXP-MST-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'REBUILT MASTER'            TO REG-LABEL.
           MOVE WS-END-MST-COUNT            TO REG-COUNT.
           MOVE WS-END-MST-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING 'SEQUENCE WARNINGS: '  DELIMITED BY SIZE
                  WS-WARNING-CTR         DELIMITED BY SIZE
                  '  AFTER-IMAGE MISMATCHES: '
                                         DELIMITED BY SIZE
                  WS-MISMATCH-CTR        DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
           IF WS-MISMATCH-CTR = ZERO
                   AND WS-END-MST-COUNT = WS-EXP-MST-COUNT
                   AND WS-END-MST-HASH  = WS-EXP-MST-HASH
               MOVE 'REBUILT MASTER BALANCES' TO REGISTER-REC
           ELSE
               MOVE 'REBUILT MASTER DOES NOT BALANCE' TO REGISTER-REC
           END-IF.
           WRITE REGISTER-REC.
           IF REBUILD-PREFS
               PERFORM 520-WRITE-PREF-TOTALS
           END-IF.
      *-----------------------------------------------------------------
       510-WRITE-TOTAL-LINE.
           MOVE SPACES TO REGISTER-REC.
           STRING REG-LABEL    DELIMITED BY SIZE
                  ' COUNT '    DELIMITED BY SIZE
                  REG-COUNT    DELIMITED BY SIZE
                  '  HASH '    DELIMITED BY SIZE
                  REG-HASH     DELIMITED BY SIZE
                  INTO REGISTER-REC
           END-STRING.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
      *    520-WRITE-PREF-TOTALS IS THE SAME PROOF FOR THE MAILING
      *    PREFERENCE FILE REBUILT ON PREFS=Y.
      *-----------------------------------------------------------------
       520-WRITE-PREF-TOTALS.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE 'PREF IMAGE TRAILER'        TO REG-LABEL.
           MOVE WS-TRL-PRF-COUNT            TO REG-COUNT.
           MOVE WS-TRL-PRF-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'PREFS LOADED FROM IMAGE'   TO REG-LABEL.
           MOVE WS-LOAD-PRF-COUNT           TO REG-COUNT.
           MOVE WS-LOAD-PRF-HASH            TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'PLUS PREF JOURNAL ADDS'    TO REG-LABEL.
           MOVE WS-JRN-PADD-COUNT           TO REG-COUNT.
           MOVE WS-JRN-PADD-HASH            TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'LESS PREF JOURNAL DELETES' TO REG-LABEL.
           MOVE WS-JRN-PDEL-COUNT           TO REG-COUNT.
           MOVE WS-JRN-PDEL-HASH            TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'EXPECTED IN PREFS'         TO REG-LABEL.
           MOVE WS-EXP-PRF-COUNT            TO REG-COUNT.
           MOVE WS-EXP-PRF-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE 'REBUILT PREFS'             TO REG-LABEL.
           MOVE WS-END-PRF-COUNT            TO REG-COUNT.
           MOVE WS-END-PRF-HASH             TO REG-HASH.
           PERFORM 510-WRITE-TOTAL-LINE.
           IF WS-END-PRF-COUNT = WS-EXP-PRF-COUNT
                   AND WS-END-PRF-HASH  = WS-EXP-PRF-HASH
               MOVE 'REBUILT PREFERENCES BALANCE' TO REGISTER-REC
           ELSE
               MOVE 'REBUILT PREFERENCES DO NOT BALANCE'
                   TO REGISTER-REC
           END-IF.
           WRITE REGISTER-REC.
      *-----------------------------------------------------------------
       END PROGRAM NGUYEN-P04-CUST-RECOVER.
