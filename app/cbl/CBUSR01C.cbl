      *       operator's own cardholder CUST-ID -- the
      *       conflict-of-interest linkage the updating
      *       screens enforce.
      *   'M' MANAGER: records (or clears) the user's manager
      *       -- who certifies or revokes the user's access in
      *       a recertification campaign. The manager must be
      *       a user on file, and not the user themself.
      *
      * A malformed record (unknown action, blank user ID, add
      * of an existing user, update/deactivate of a missing
      *   HREXCP    - Exception records (sequential output,
      *               feed image + 40-byte reason)
      *   HRRPT     - Provisioning report (sequential, 132)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Before any action applies the whole feed is read once
      * and checked against the FILEREG inbound file registry
      * (CSFRGCHK): a feed already accepted -- by its date and
      * sequence, or by its content -- or one out of HR's
      * sequence is refused, and the run ABENDS with USRSEC
      * untouched. The feed carries no header, so its date and
      * sequence come on an optional JCL PARM:
      *   PARM='2022-07-18 000034'
      * Without one the feed is registered under today's date
      * and held to its content alone.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBUSR01C.
       FD  HRFEED-FILE.
       01  FD-HRFEED-REC                        PIC X(80).

      * FD for the USRSEC user security file (195 bytes -- see
      * the byte-map note in CSUSR01Y.cpy)
       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05 FD-SEC-USR-ID                     PIC X(08).
           05 FD-SEC-USR-DATA                   PIC X(187).

      * FD for the exception file (feed image + reason)
       FD  HREXCP-FILE.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * CSUSR01Y: 195-byte user security record
       COPY CSUSR01Y.
       01  USRSEC-STATUS.
           05  USRSEC-STAT1        PIC X.
               88  HRF-ACTION-DEACT     VALUE 'D'.
               88  HRF-ACTION-RESTRICT  VALUE 'R'.
               88  HRF-ACTION-EMPLINK   VALUE 'E'.
               88  HRF-ACTION-MANAGER   VALUE 'M'.
           05  HRF-USR-ID               PIC X(08).
           05  HRF-FNAME                PIC X(20).
      * 'R' action only: the sign-on restrictions to set --
           05  FILLER REDEFINES HRF-FNAME.
               10 HRF-E-CUST-ID         PIC X(09).
               10 FILLER                PIC X(11).
      * 'M' action only: the manager's user ID (spaces clears
      * it), overlaying the same unused name bytes.
           05  FILLER REDEFINES HRF-FNAME.
               10 HRF-M-MANAGER-ID      PIC X(08).
               10 FILLER                PIC X(12).
           05  HRF-LNAME                PIC X(20).
           05  HRF-USR-TYPE             PIC X(01).
           05  HRF-PASSWORD             PIC X(08).
           05 WS-DEACT-COUNT            PIC 9(07) VALUE 0.
           05 WS-RESTRICT-COUNT         PIC 9(07) VALUE 0.
           05 WS-EMPLINK-COUNT          PIC 9(07) VALUE 0.
           05 WS-MANAGER-COUNT          PIC 9(07) VALUE 0.
           05 WS-EXCP-COUNT             PIC 9(07) VALUE 0.
      * Today's date, YYYY-MM-DD, for the registry row
       01 WS-RUN-DATE                  PIC X(10) VALUE SPACES.

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface, optional: the feed's file date,
      * YYYY-MM-DD, and HR's file sequence number
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-FILE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-SEQ       PIC X(06).

       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBUSR01C'.
           PERFORM 0000-FILES-OPEN.
      * The feed against the registry before anything applies
           PERFORM 0500-REGISTER-HR-FEED.

           PERFORM 1000-PROCESS-FEED-RECORD
              UNTIL END-OF-FILE = 'Y'.
           DISPLAY 'USERS DEACTIVATED      :' WS-DEACT-COUNT
           DISPLAY 'RESTRICTIONS SET       :' WS-RESTRICT-COUNT
           DISPLAY 'EMPLOYEE LINKS SET     :' WS-EMPLINK-COUNT
           DISPLAY 'MANAGERS SET           :' WS-MANAGER-COUNT
           DISPLAY 'EXCEPTIONS             :' WS-EXCP-COUNT
           DISPLAY 'END OF EXECUTION OF PROGRAM CBUSR01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * The registry check: the whole feed is read once and
      * hashed, then rewound, and the registry's verdict taken
      * before the first action applies. A refusal ABENDS;
      * CSFRGCHK has already raised the CRITICAL alert.
      *---------------------------------------------------------------*
       0500-REGISTER-HR-FEED.
           PERFORM 0510-HASH-FEED-STEP
              UNTIL END-OF-FILE = 'Y'
           MOVE 'N' TO END-OF-FILE
           CLOSE HRFEED-FILE
           OPEN INPUT HRFEED-FILE
           IF HRFEED-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING HR FEED FILE'
              MOVE HRFEED-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
           MOVE '-'                         TO WS-RUN-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO WS-RUN-DATE(6:2)
           MOVE '-'                         TO WS-RUN-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2)  TO WS-RUN-DATE(9:2)
           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'HRFEED'           TO FRG-FEED-ID
           MOVE 'HR'               TO FRG-SENDER
           MOVE WS-RUN-DATE        TO FRG-FILE-DATE
           MOVE 0                  TO FRG-FILE-SEQ
           IF PARM-LENGTH NOT < 10
              MOVE PARM-FILE-DATE  TO FRG-FILE-DATE
           END-IF
           IF PARM-LENGTH NOT < 17
              AND PARM-FILE-SEQ IS NUMERIC
              MOVE PARM-FILE-SEQ   TO FRG-FILE-SEQ
           END-IF
           MOVE 'CBUSR01C'         TO FRG-INTAKE-JOB
           MOVE WS-RUN-DATE        TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF NOT FRG-ACCEPTED
              DISPLAY 'HR FEED REFUSED BY FILE REGISTRY - '
                 'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One feed record into the content hash.
      *---------------------------------------------------------------*
       0510-HASH-FEED-STEP.
           READ HRFEED-FILE INTO HR-FEED-RECORD
           IF HRFEED-STATUS = '00'
              MOVE HR-FEED-RECORD TO WS-FRG-REC-BUF
              MOVE 80             TO WS-FRG-REC-LEN
              PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
           ELSE
              IF HRFEED-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING HR FEED FILE'
                 MOVE HRFEED-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads and applies one feed record, routing it by action
      * code; anything that cannot be applied goes to the
      * exception file with its reason.
                       WHEN HRF-ACTION-EMPLINK
                           PERFORM 2500-LINK-EMPLOYEE
                              THRU 2500-LINK-EMPLOYEE-EXIT
                       WHEN HRF-ACTION-MANAGER
                           PERFORM 2600-SET-MANAGER
                              THRU 2600-SET-MANAGER-EXIT
                       WHEN OTHER
                           MOVE 'UNKNOWN ACTION CODE'
                             TO WS-EXCP-REASON
       2500-LINK-EMPLOYEE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * MANAGER: records the user's manager (spaces clears it).
      * The manager is read first, to prove the ID is a user on
      * file; the user's record is read last so it is the one
      * the REWRITE replaces.
      *---------------------------------------------------------------*
       2600-SET-MANAGER.
           IF  HRF-M-MANAGER-ID = HRF-USR-ID
               MOVE 'USER CANNOT BE OWN MANAGER' TO WS-EXCP-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2600-SET-MANAGER-EXIT
           END-IF
           IF  HRF-M-MANAGER-ID NOT = SPACES
               MOVE HRF-M-MANAGER-ID TO FD-SEC-USR-ID
               READ USRSEC-FILE INTO SEC-USER-DATA
                  INVALID KEY
                    MOVE 'MANAGER NOT ON FILE' TO WS-EXCP-REASON
                    PERFORM 2900-WRITE-EXCEPTION
                    GO TO 2600-SET-MANAGER-EXIT
               END-READ
           END-IF
           MOVE HRF-USR-ID TO FD-SEC-USR-ID
           READ USRSEC-FILE INTO SEC-USER-DATA
              INVALID KEY
                MOVE 'USER NOT ON FILE' TO WS-EXCP-REASON
                PERFORM 2900-WRITE-EXCEPTION
                GO TO 2600-SET-MANAGER-EXIT
           END-READ
           MOVE HRF-M-MANAGER-ID TO SEC-USR-MANAGER-ID
           REWRITE FD-USRSEC-REC FROM SEC-USER-DATA
           IF  USRSEC-STATUS = '00'
               ADD 1 TO WS-MANAGER-COUNT
           ELSE
               DISPLAY 'ERROR REWRITING USRSEC FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       2600-SET-MANAGER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Writes the feed image with its reason to the exception
      * file.
      *---------------------------------------------------------------*
           MOVE 'EMPLOYEE LINKS SET' TO HR-RPT-LABEL
           MOVE WS-EMPLINK-COUNT    TO HR-RPT-COUNT
           WRITE FD-HRRPT-REC FROM HR-RPT-COUNT-LINE
           MOVE 'MANAGERS SET'      TO HR-RPT-LABEL
           MOVE WS-MANAGER-COUNT    TO HR-RPT-COUNT
           WRITE FD-HRRPT-REC FROM HR-RPT-COUNT-LINE
           MOVE 'EXCEPTIONS'        TO HR-RPT-LABEL
           MOVE WS-EXCP-COUNT       TO HR-RPT-COUNT
           WRITE FD-HRRPT-REC FROM HR-RPT-COUNT-LINE
           END-IF
           EXIT.

      * Shared file registry paragraphs (CSFRGPY.cpy):
      * FRG-HASH-RECORD and FRG-REGISTER-FILE over the CSFRGWY
      * work area above.
       COPY CSFRGPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
