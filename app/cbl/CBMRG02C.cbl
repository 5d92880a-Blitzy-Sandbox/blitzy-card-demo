      ******************************************************************
      * Program     : CBMRG02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Merge partitioned interest calculation outputs
      *               back into the single-stream pipeline.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * CBMRG02C - Partitioned Interest Merge (Batch)
      *
      * Final step of the partitioned interest pipeline
      * (N x CBACT04C PARM='date pn' -> this program). Each
      * interest partition closes only its own accounts (the
      * CBSPL01C account-modulo rule) and writes its generated
      * transactions, collections queue entries and letters to
      * its own extents, with an INTCKPT checkpoint carrying the
      * partition's control totals. This program:
      *   1. Reads every partition's checkpoint and proves it
      *      finished (ICK-STATUS-FLAG 'C') for the same run date
      *      and partition count. An in-progress or missing
      *      checkpoint means that partition abended -- the
      *      merge ABENDS so the operator restarts the partition.
      *   2. Concatenates the partition transaction extents
      *      into the combined TRANSACT file the posting run
      *      reads, proving each extent's record count and
      *      amount total against its checkpoint. Records voided
      *      by a partition restart (HIGH-VALUES) are dropped.
      *   3. Rebuilds the COLLWQ collections work queue from the
      *      partition queue extents, as a single-stream run
      *      rebuilds it.
      *   4. Loads the partition letter extents onto LETTERQ.
      *      A letter already on file (status '22') is counted
      *      and passed over, as the single-stream write does.
      *   5. Counts TCATBALF and proves the partitions between
      *      them processed every balance record -- no account
      *      fell between partitions.
      * Any count or amount that does not tie ABENDS the merge
      * after the control totals are displayed.
      *
      * Receives the partition count ('1' through '4') via JCL
      * PARM; omitted or invalid defaults to 4. Must match the
      * count the interest partitions ran with.
      *
      * Files accessed:
      *   INTCKPT1-4 - Partition checkpoints (sequential input)
      *   INTTRN1-4  - Partition transaction extents (seq. input)
      *   COLLWQX1-4 - Partition queue extents (seq. input)
      *   LETTERX1-4 - Partition letter extents (seq. input)
      *   TRANSACT   - Combined transactions (sequential output)
      *   COLLWQ     - Collections work queue (KSDS, output)
      *   LETTERQ    - Letter queue (KSDS, I-O)
      *   TCATBALF   - Transaction category balances (KSDS, input)
      *   BATCHSTS   - Batch pipeline status (KSDS, I-O)
      *
      * Copybooks: CVICK01Y (interest checkpoint record),
      *            CSBCH01Y (batch status record)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBMRG02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Partition checkpoint files -- sequential input, the
      * 80-byte record CBACT04C's 8050-CHECKPOINT-REC-WRITE
      * leaves behind
           SELECT INTCKPT1-FILE ASSIGN TO INTCKPT1
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTCKPT1-STATUS.

           SELECT INTCKPT2-FILE ASSIGN TO INTCKPT2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTCKPT2-STATUS.

           SELECT INTCKPT3-FILE ASSIGN TO INTCKPT3
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTCKPT3-STATUS.

           SELECT INTCKPT4-FILE ASSIGN TO INTCKPT4
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTCKPT4-STATUS.

      * Partition transaction extents -- sequential input, the
      * 370-byte transaction image CBACT04C writes to TRANSACT
           SELECT INTTRN1-FILE ASSIGN TO INTTRN1
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTTRN1-STATUS.

           SELECT INTTRN2-FILE ASSIGN TO INTTRN2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTTRN2-STATUS.

           SELECT INTTRN3-FILE ASSIGN TO INTTRN3
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTTRN3-STATUS.

           SELECT INTTRN4-FILE ASSIGN TO INTTRN4
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTTRN4-STATUS.

      * Partition collections queue extents -- sequential
      * input, 90-byte COLLECT-WQ-RECORD images (CVCOL01Y.cpy)
           SELECT COLLWQX1-FILE ASSIGN TO COLLWQX1
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COLLWQX1-STATUS.

           SELECT COLLWQX2-FILE ASSIGN TO COLLWQX2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COLLWQX2-STATUS.

           SELECT COLLWQX3-FILE ASSIGN TO COLLWQX3
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COLLWQX3-STATUS.

           SELECT COLLWQX4-FILE ASSIGN TO COLLWQX4
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COLLWQX4-STATUS.

      * Partition letter extents -- sequential input, 100-byte
      * LETTER-QUEUE-RECORD images (CVLTR01Y.cpy)
           SELECT LETTERX1-FILE ASSIGN TO LETTERX1
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LETTERX1-STATUS.

           SELECT LETTERX2-FILE ASSIGN TO LETTERX2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LETTERX2-STATUS.

           SELECT LETTERX3-FILE ASSIGN TO LETTERX3
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LETTERX3-STATUS.

           SELECT LETTERX4-FILE ASSIGN TO LETTERX4
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LETTERX4-STATUS.

      * Combined transactions -- sequential output, the file
      * a single-stream CBACT04C run leaves for posting
           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

      * COLLWQ: collections work queue (KSDS, sort-keyed --
      * see CVCOL01Y.cpy), rebuilt from the queue extents
           SELECT COLLWQ-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CWQ-KEY
                  FILE STATUS  IS COLLWQ-STATUS.

      * LETTERQ: correspondence letter queue (CVLTR01Y.cpy),
      * loaded from the letter extents
           SELECT LETTERQ-FILE ASSIGN TO LETTERQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LTQ-KEY
                  FILE STATUS  IS LETTERQ-STATUS.

      * TCATBALF: transaction category balances, counted to
      * prove the partitions covered every balance record
           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

      * BATCHSTS: pipeline job-status record, rewritten by
      * this program's job name at start and end of run --
      * read by the COADM03C dashboard. See CSBCH01Y.cpy.
           SELECT BATCHSTS-FILE ASSIGN TO BATCHSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BATCH-JOB-NAME
                  FILE STATUS  IS BATCHSTS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FDs for the partition checkpoint files (80 bytes each)
       FD  INTCKPT1-FILE.
       01  FD-INTCKPT1-REC                      PIC X(80).

       FD  INTCKPT2-FILE.
       01  FD-INTCKPT2-REC                      PIC X(80).

       FD  INTCKPT3-FILE.
       01  FD-INTCKPT3-REC                      PIC X(80).

       FD  INTCKPT4-FILE.
       01  FD-INTCKPT4-REC                      PIC X(80).

      * FDs for the partition transaction extents (370 bytes)
       FD  INTTRN1-FILE.
       01  FD-INTTRN1-REC                       PIC X(370).

       FD  INTTRN2-FILE.
       01  FD-INTTRN2-REC                       PIC X(370).

       FD  INTTRN3-FILE.
       01  FD-INTTRN3-REC                       PIC X(370).

       FD  INTTRN4-FILE.
       01  FD-INTTRN4-REC                       PIC X(370).

      * FDs for the partition queue extents (90 bytes each)
       FD  COLLWQX1-FILE.
       01  FD-COLLWQX1-REC                      PIC X(90).

       FD  COLLWQX2-FILE.
       01  FD-COLLWQX2-REC                      PIC X(90).

       FD  COLLWQX3-FILE.
       01  FD-COLLWQX3-REC                      PIC X(90).

       FD  COLLWQX4-FILE.
       01  FD-COLLWQX4-REC                      PIC X(90).

      * FDs for the partition letter extents (100 bytes each)
       FD  LETTERX1-FILE.
       01  FD-LETTERX1-REC                      PIC X(100).

       FD  LETTERX2-FILE.
       01  FD-LETTERX2-REC                      PIC X(100).

       FD  LETTERX3-FILE.
       01  FD-LETTERX3-REC                      PIC X(100).

       FD  LETTERX4-FILE.
       01  FD-LETTERX4-REC                      PIC X(100).

      * FD for the combined transactions output (370 bytes)
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC                      PIC X(370).

      * FD for the collections work queue (90 bytes)
       FD  COLLWQ-FILE.
       01  FD-COLLWQ-REC.
           05 FD-CWQ-KEY                        PIC X(24).
           05 FD-CWQ-DATA                       PIC X(66).

      * FD for the letter queue (100 bytes)
       FD  LETTERQ-FILE.
       01  FD-LETTERQ-REC.
           05 FD-LTQ-KEY                        PIC X(38).
           05 FD-LTQ-DATA                       PIC X(62).

      * FD for the category balance file (50 bytes)
       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY                   PIC X(17).
           05 FD-TRAN-CAT-DATA                  PIC X(33).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS pairs for the partition checkpoints
       01  INTCKPT1-STATUS.
           05  INTCKPT1-STAT1  PIC X.
           05  INTCKPT1-STAT2  PIC X.
       01  INTCKPT2-STATUS.
           05  INTCKPT2-STAT1  PIC X.
           05  INTCKPT2-STAT2  PIC X.
       01  INTCKPT3-STATUS.
           05  INTCKPT3-STAT1  PIC X.
           05  INTCKPT3-STAT2  PIC X.
       01  INTCKPT4-STATUS.
           05  INTCKPT4-STAT1  PIC X.
           05  INTCKPT4-STAT2  PIC X.

      * FILE STATUS pairs for the partition transaction extents
       01  INTTRN1-STATUS.
           05  INTTRN1-STAT1   PIC X.
           05  INTTRN1-STAT2   PIC X.
       01  INTTRN2-STATUS.
           05  INTTRN2-STAT1   PIC X.
           05  INTTRN2-STAT2   PIC X.
       01  INTTRN3-STATUS.
           05  INTTRN3-STAT1   PIC X.
           05  INTTRN3-STAT2   PIC X.
       01  INTTRN4-STATUS.
           05  INTTRN4-STAT1   PIC X.
           05  INTTRN4-STAT2   PIC X.

      * FILE STATUS pairs for the partition queue extents
       01  COLLWQX1-STATUS.
           05  COLLWQX1-STAT1  PIC X.
           05  COLLWQX1-STAT2  PIC X.
       01  COLLWQX2-STATUS.
           05  COLLWQX2-STAT1  PIC X.
           05  COLLWQX2-STAT2  PIC X.
       01  COLLWQX3-STATUS.
           05  COLLWQX3-STAT1  PIC X.
           05  COLLWQX3-STAT2  PIC X.
       01  COLLWQX4-STATUS.
           05  COLLWQX4-STAT1  PIC X.
           05  COLLWQX4-STAT2  PIC X.

      * FILE STATUS pairs for the partition letter extents
       01  LETTERX1-STATUS.
           05  LETTERX1-STAT1  PIC X.
           05  LETTERX1-STAT2  PIC X.
       01  LETTERX2-STATUS.
           05  LETTERX2-STAT1  PIC X.
           05  LETTERX2-STAT2  PIC X.
       01  LETTERX3-STATUS.
           05  LETTERX3-STAT1  PIC X.
           05  LETTERX3-STAT2  PIC X.
       01  LETTERX4-STATUS.
           05  LETTERX4-STAT1  PIC X.
           05  LETTERX4-STAT2  PIC X.

      * FILE STATUS for the combined and master files
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1  PIC X.
           05  TRANFILE-STAT2  PIC X.
       01  COLLWQ-STATUS.
           05  COLLWQ-STAT1    PIC X.
           05  COLLWQ-STAT2    PIC X.
       01  LETTERQ-STATUS.
           05  LETTERQ-STAT1   PIC X.
           05  LETTERQ-STAT2   PIC X.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1  PIC X.
           05  TCATBALF-STAT2  PIC X.

      * CVICK01Y: 80-byte interest partition checkpoint record
       COPY CVICK01Y.
      * CVTRA05Y: 370-byte transaction record
       COPY CVTRA05Y.
      * CVCOL01Y: 90-byte collections work queue record
       COPY CVCOL01Y.
      * CVLTR01Y: 100-byte letter queue record
       COPY CVLTR01Y.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBMRG02C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * General I/O status work area for display formatting
       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Merge work areas. WS-PART-COUNT is the live partition
      * count from the PARM; WS-MERGE-PART is the partition the
      * per-partition loops are on and WS-PART-DIGIT its
      * character form, the digit that leads its TRAN-ID
      * suffixes. WS-RUN-DATE is the date every checkpoint must
      * carry (the first one read sets it). WS-EXT-RECORD
      * buffers one extent record between read and write.
       01 WS-MERGE-VARS.
           05 WS-PART-COUNT             PIC S9(04) COMP VALUE 4.
           05 WS-MERGE-PART             PIC S9(04) COMP VALUE 1.
           05 WS-PART-DIGIT             PIC 9(01).
           05 WS-PART-COUNT-DIGIT       PIC 9(01).
           05 WS-RUN-DATE               PIC X(10) VALUE SPACES.
           05 WS-BALANCED               PIC X(01) VALUE 'Y'.
           05 WS-EXT-RECORD             PIC X(370).
           05 WS-PART-QUOTIENT          PIC S9(11) COMP-3.
           05 WS-PART-REMAINDER         PIC S9(04) COMP.
           05 WS-PART-TEST-ACCT         PIC 9(11).
           05 WS-LETTERQ-AVAILABLE      PIC X(01) VALUE 'N'.

      * Each partition's checkpoint figures, held for proving
      * its extents as they are copied, and what the copy of
      * the current partition's extent found
       01 WS-CKPT-TABLE.
           05 WS-CKPT-ENTRY OCCURS 4 TIMES.
              10 WS-CKPT-TRAN-COUNT     PIC 9(09).
              10 WS-CKPT-TRAN-AMT       PIC S9(11)V99.
              10 WS-CKPT-CWQ-COUNT      PIC 9(07).
              10 WS-CKPT-LTQ-COUNT      PIC 9(07).
       01 WS-EXT-COUNTS.
           05 WS-EXT-TRAN-COUNT         PIC 9(09).
           05 WS-EXT-TRAN-AMT           PIC S9(11)V99.
           05 WS-EXT-CWQ-COUNT          PIC 9(07).
           05 WS-EXT-LTQ-COUNT          PIC 9(07).

      * Run totals across all partitions
       01 WS-MERGE-TOTALS.
           05 WS-TOTAL-ACCT-COUNT       PIC 9(09) VALUE 0.
           05 WS-TOTAL-TCATBAL-CKPT     PIC 9(09) VALUE 0.
           05 WS-TOTAL-TRAN-COUNT       PIC 9(09) VALUE 0.
           05 WS-TOTAL-TRAN-AMT         PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-CWQ-COUNT        PIC 9(07) VALUE 0.
           05 WS-TOTAL-LTQ-COUNT        PIC 9(07) VALUE 0.
           05 WS-TOTAL-LTQ-LOADED       PIC 9(07) VALUE 0.
           05 WS-TOTAL-LTQ-ON-FILE      PIC 9(07) VALUE 0.
           05 WS-TOTAL-VOID-COUNT       PIC 9(09) VALUE 0.
           05 WS-TCATBAL-COUNT          PIC 9(09) VALUE 0.
       01 WS-AMT-EDIT                   PIC -Z(10)9.99.
       01 WS-AMT-EDIT-2                 PIC -Z(10)9.99.

       LINKAGE SECTION.
      * JCL PARM interface: the partition count, '1' through
      * '4'. Omitted or out of range defaults to 4. Must match
      * the count the interest partitions ran with.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-PART-COUNT     PIC X(01).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMRG02C'.
           IF  PARM-LENGTH > 0
               AND PARM-PART-COUNT >= '1'
               AND PARM-PART-COUNT <= '4'
               MOVE FUNCTION NUMVAL(PARM-PART-COUNT)
                 TO WS-PART-COUNT
           END-IF
           MOVE WS-PART-COUNT TO WS-PART-COUNT-DIGIT
           DISPLAY 'PARTITION COUNT: ' WS-PART-COUNT

      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * Step 1: prove every partition finished, for the same
      * run, before touching anything downstream reads
           PERFORM 1000-VERIFY-CHECKPOINTS
              VARYING WS-MERGE-PART FROM 1 BY 1
              UNTIL WS-MERGE-PART > WS-PART-COUNT.

      * Step 2: concatenate the partition transaction extents
           PERFORM 0100-TRANSACT-OPEN.
           PERFORM 2000-COPY-TRAN-EXTENT
              VARYING WS-MERGE-PART FROM 1 BY 1
              UNTIL WS-MERGE-PART > WS-PART-COUNT.
           PERFORM 9100-TRANSACT-CLOSE.

      * Step 3: rebuild the collections work queue
           PERFORM 0200-COLLWQ-OPEN.
           PERFORM 3000-COPY-CWQ-EXTENT
              VARYING WS-MERGE-PART FROM 1 BY 1
              UNTIL WS-MERGE-PART > WS-PART-COUNT.
           PERFORM 9200-COLLWQ-CLOSE.

      * Step 4: load the letters onto the letter queue
           PERFORM 0300-LETTERQ-OPEN.
           PERFORM 4000-COPY-LTQ-EXTENT
              VARYING WS-MERGE-PART FROM 1 BY 1
              UNTIL WS-MERGE-PART > WS-PART-COUNT.
           IF  WS-LETTERQ-AVAILABLE = 'Y'
               CLOSE LETTERQ-FILE
           END-IF

      * Step 5: prove the partitions covered every balance
           PERFORM 5000-COUNT-TCATBAL.

           MOVE WS-TOTAL-TRAN-AMT TO WS-AMT-EDIT
           DISPLAY 'PARTITIONS MERGED      :' WS-PART-COUNT
           DISPLAY 'ACCOUNTS CLOSED        :' WS-TOTAL-ACCT-COUNT
           DISPLAY 'BALANCES PROCESSED     :' WS-TOTAL-TCATBAL-CKPT
           DISPLAY 'BALANCES ON TCATBALF   :' WS-TCATBAL-COUNT
           DISPLAY 'TRANSACTIONS MERGED    :' WS-TOTAL-TRAN-COUNT
           DISPLAY 'TRANSACTION AMOUNT     :' WS-AMT-EDIT
           DISPLAY 'QUEUE ENTRIES MERGED   :' WS-TOTAL-CWQ-COUNT
           DISPLAY 'LETTERS MERGED         :' WS-TOTAL-LTQ-COUNT
           DISPLAY 'LETTERS LOADED         :' WS-TOTAL-LTQ-LOADED
           DISPLAY 'LETTERS ALREADY QUEUED :' WS-TOTAL-LTQ-ON-FILE
           DISPLAY 'VOIDED RECORDS DROPPED :' WS-TOTAL-VOID-COUNT

      * Every balance record must have been processed by
      * exactly one partition -- a shortfall means a partition
      * ran with the wrong count or TCATBALF changed under it
           IF  WS-TCATBAL-COUNT NOT = WS-TOTAL-TCATBAL-CKPT
               DISPLAY 'MERGE OUT OF BALANCE: CHECKPOINTS SHOW '
                       WS-TOTAL-TCATBAL-CKPT ' BALANCES, TCATBALF '
                       'HOLDS ' WS-TCATBAL-COUNT
               MOVE 'N' TO WS-BALANCED
           END-IF
           IF  WS-BALANCED NOT = 'Y'
               PERFORM 9999-ABEND-PROGRAM
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMRG02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the checkpoint for the partition WS-MERGE-PART is
      * on, proves it completed for this partition of this
      * partition count and for the same run date as the
      * others, and holds its figures for proving the extents.
      * Anything else means the partitions did not all finish
      * the same run -- the merge abends rather than hand an
      * incomplete day to posting.
      *---------------------------------------------------------------*
       1000-VERIFY-CHECKPOINTS.
           MOVE WS-MERGE-PART TO WS-PART-DIGIT
           MOVE SPACES TO INT-CHECKPOINT-RECORD
           MOVE 'X' TO ICK-STATUS-FLAG
           EVALUATE WS-MERGE-PART
               WHEN 1
                   OPEN INPUT INTCKPT1-FILE
                   IF  INTCKPT1-STATUS = '00'
                       READ INTCKPT1-FILE INTO INT-CHECKPOINT-RECORD
                           AT END CONTINUE
                       END-READ
                       CLOSE INTCKPT1-FILE
                   END-IF
               WHEN 2
                   OPEN INPUT INTCKPT2-FILE
                   IF  INTCKPT2-STATUS = '00'
                       READ INTCKPT2-FILE INTO INT-CHECKPOINT-RECORD
                           AT END CONTINUE
                       END-READ
                       CLOSE INTCKPT2-FILE
                   END-IF
               WHEN 3
                   OPEN INPUT INTCKPT3-FILE
                   IF  INTCKPT3-STATUS = '00'
                       READ INTCKPT3-FILE INTO INT-CHECKPOINT-RECORD
                           AT END CONTINUE
                       END-READ
                       CLOSE INTCKPT3-FILE
                   END-IF
               WHEN 4
                   OPEN INPUT INTCKPT4-FILE
                   IF  INTCKPT4-STATUS = '00'
                       READ INTCKPT4-FILE INTO INT-CHECKPOINT-RECORD
                           AT END CONTINUE
                       END-READ
                       CLOSE INTCKPT4-FILE
                   END-IF
           END-EVALUATE
           IF  NOT ICK-COMPLETE
               DISPLAY 'PARTITION ' WS-MERGE-PART
                       ' DID NOT COMPLETE - MERGE REFUSED'
               DISPLAY 'RESTART THAT PARTITION RUN AND RE-EXECUTE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  ICK-PARTITION NOT = WS-PART-DIGIT
               OR ICK-PART-COUNT NOT = WS-PART-COUNT-DIGIT
               DISPLAY 'PARTITION ' WS-MERGE-PART ' CHECKPOINT IS '
                       'FOR PARTITION ' ICK-PARTITION ' OF '
                       ICK-PART-COUNT ' - MERGE REFUSED'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-RUN-DATE = SPACES
               MOVE ICK-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF  ICK-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY 'PARTITION ' WS-MERGE-PART ' RAN FOR '
                       ICK-RUN-DATE ', NOT ' WS-RUN-DATE
                       ' - MERGE REFUSED'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE ICK-TRAN-COUNT TO WS-CKPT-TRAN-COUNT(WS-MERGE-PART)
           MOVE ICK-TRAN-AMT   TO WS-CKPT-TRAN-AMT(WS-MERGE-PART)
           MOVE ICK-CWQ-COUNT  TO WS-CKPT-CWQ-COUNT(WS-MERGE-PART)
           MOVE ICK-LTQ-COUNT  TO WS-CKPT-LTQ-COUNT(WS-MERGE-PART)
           ADD ICK-ACCT-COUNT    TO WS-TOTAL-ACCT-COUNT
           ADD ICK-TCATBAL-COUNT TO WS-TOTAL-TCATBAL-CKPT
           DISPLAY 'PARTITION ' WS-MERGE-PART ' COMPLETE: '
                   ICK-TCATBAL-COUNT ' BALANCES, '
                   ICK-ACCT-COUNT ' ACCOUNTS, '
                   ICK-TRAN-COUNT ' TRANSACTIONS'
           EXIT.
      *---------------------------------------------------------------*
      * Opens the combined transactions file for output.
      *---------------------------------------------------------------*
       0100-TRANSACT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the collections work queue for output -- the
      * merge rebuilds it whole, as a single-stream run does.
      *---------------------------------------------------------------*
       0200-COLLWQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT COLLWQ-FILE
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COLLECTIONS QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the letter queue. A missing queue is tolerated as
      * the interest run tolerates it -- no partition can have
      * queued letters then, which the extent copy proves.
      *---------------------------------------------------------------*
       0300-LETTERQ-OPEN.
           OPEN I-O LETTERQ-FILE
           IF  LETTERQ-STATUS = '00'
               MOVE 'Y' TO WS-LETTERQ-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LETTERQ-AVAILABLE
               DISPLAY 'NO LETTER QUEUE - NO LETTERS LOADED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Copies the transaction extent for the partition
      * WS-MERGE-PART is on into the combined file, then proves
      * the count and amount it held against the checkpoint. A
      * partition that generated nothing has an empty extent.
      * An extent that will not open abends -- its checkpoint
      * was already proven, so the dataset must exist.
      *---------------------------------------------------------------*
       2000-COPY-TRAN-EXTENT.
           MOVE WS-MERGE-PART TO WS-PART-DIGIT
           INITIALIZE WS-EXT-COUNTS
           MOVE 'N' TO END-OF-FILE
           EVALUATE WS-MERGE-PART
               WHEN 1
                   OPEN INPUT INTTRN1-FILE
                   IF  INTTRN1-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 1 TRANSACTIONS'
                       MOVE INTTRN1-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 2100-COPY-TRN1-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE INTTRN1-FILE
               WHEN 2
                   OPEN INPUT INTTRN2-FILE
                   IF  INTTRN2-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 2 TRANSACTIONS'
                       MOVE INTTRN2-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 2200-COPY-TRN2-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE INTTRN2-FILE
               WHEN 3
                   OPEN INPUT INTTRN3-FILE
                   IF  INTTRN3-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 3 TRANSACTIONS'
                       MOVE INTTRN3-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 2300-COPY-TRN3-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE INTTRN3-FILE
               WHEN 4
                   OPEN INPUT INTTRN4-FILE
                   IF  INTTRN4-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 4 TRANSACTIONS'
                       MOVE INTTRN4-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 2400-COPY-TRN4-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE INTTRN4-FILE
           END-EVALUATE
           MOVE WS-CKPT-TRAN-AMT(WS-MERGE-PART) TO WS-AMT-EDIT
           MOVE WS-EXT-TRAN-AMT TO WS-AMT-EDIT-2
           IF  WS-EXT-TRAN-COUNT
                   NOT = WS-CKPT-TRAN-COUNT(WS-MERGE-PART)
               OR WS-EXT-TRAN-AMT
                   NOT = WS-CKPT-TRAN-AMT(WS-MERGE-PART)
               DISPLAY 'MERGE OUT OF BALANCE: PARTITION '
                       WS-MERGE-PART ' CHECKPOINT SHOWS '
                       WS-CKPT-TRAN-COUNT(WS-MERGE-PART)
                       ' TRANSACTIONS FOR ' WS-AMT-EDIT
               DISPLAY '    EXTENT HELD ' WS-EXT-TRAN-COUNT
                       ' FOR ' WS-AMT-EDIT-2
               MOVE 'N' TO WS-BALANCED
           END-IF
           ADD WS-EXT-TRAN-COUNT TO WS-TOTAL-TRAN-COUNT
           ADD WS-EXT-TRAN-AMT   TO WS-TOTAL-TRAN-AMT
           EXIT.
      *---------------------------------------------------------------*
      * Loads the collections queue extent for the partition
      * WS-MERGE-PART is on onto COLLWQ, then proves the count
      * it held against the checkpoint.
      *---------------------------------------------------------------*
       3000-COPY-CWQ-EXTENT.
           MOVE WS-MERGE-PART TO WS-PART-DIGIT
           INITIALIZE WS-EXT-COUNTS
           MOVE 'N' TO END-OF-FILE
           EVALUATE WS-MERGE-PART
               WHEN 1
                   OPEN INPUT COLLWQX1-FILE
                   IF  COLLWQX1-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 1 QUEUE'
                       MOVE COLLWQX1-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 3100-COPY-CWQ1-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE COLLWQX1-FILE
               WHEN 2
                   OPEN INPUT COLLWQX2-FILE
                   IF  COLLWQX2-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 2 QUEUE'
                       MOVE COLLWQX2-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 3200-COPY-CWQ2-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE COLLWQX2-FILE
               WHEN 3
                   OPEN INPUT COLLWQX3-FILE
                   IF  COLLWQX3-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 3 QUEUE'
                       MOVE COLLWQX3-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 3300-COPY-CWQ3-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE COLLWQX3-FILE
               WHEN 4
                   OPEN INPUT COLLWQX4-FILE
                   IF  COLLWQX4-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 4 QUEUE'
                       MOVE COLLWQX4-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 3400-COPY-CWQ4-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE COLLWQX4-FILE
           END-EVALUATE
           IF  WS-EXT-CWQ-COUNT
                   NOT = WS-CKPT-CWQ-COUNT(WS-MERGE-PART)
               DISPLAY 'MERGE OUT OF BALANCE: PARTITION '
                       WS-MERGE-PART ' CHECKPOINT SHOWS '
                       WS-CKPT-CWQ-COUNT(WS-MERGE-PART)
                       ' QUEUE ENTRIES, EXTENT HELD '
                       WS-EXT-CWQ-COUNT
               MOVE 'N' TO WS-BALANCED
           END-IF
           ADD WS-EXT-CWQ-COUNT TO WS-TOTAL-CWQ-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Loads the letter extent for the partition WS-MERGE-PART
      * is on onto LETTERQ, then proves the count it held
      * against the checkpoint.
      *---------------------------------------------------------------*
       4000-COPY-LTQ-EXTENT.
           MOVE WS-MERGE-PART TO WS-PART-DIGIT
           INITIALIZE WS-EXT-COUNTS
           MOVE 'N' TO END-OF-FILE
           EVALUATE WS-MERGE-PART
               WHEN 1
                   OPEN INPUT LETTERX1-FILE
                   IF  LETTERX1-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 1 LETTERS'
                       MOVE LETTERX1-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 4100-COPY-LTQ1-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE LETTERX1-FILE
               WHEN 2
                   OPEN INPUT LETTERX2-FILE
                   IF  LETTERX2-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 2 LETTERS'
                       MOVE LETTERX2-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 4200-COPY-LTQ2-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE LETTERX2-FILE
               WHEN 3
                   OPEN INPUT LETTERX3-FILE
                   IF  LETTERX3-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 3 LETTERS'
                       MOVE LETTERX3-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 4300-COPY-LTQ3-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE LETTERX3-FILE
               WHEN 4
                   OPEN INPUT LETTERX4-FILE
                   IF  LETTERX4-STATUS NOT = '00'
                       DISPLAY 'ERROR OPENING PARTITION 4 LETTERS'
                       MOVE LETTERX4-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   PERFORM 4400-COPY-LTQ4-NEXT
                      UNTIL END-OF-FILE = 'Y'
                   CLOSE LETTERX4-FILE
           END-EVALUATE
           IF  WS-EXT-LTQ-COUNT
                   NOT = WS-CKPT-LTQ-COUNT(WS-MERGE-PART)
               DISPLAY 'MERGE OUT OF BALANCE: PARTITION '
                       WS-MERGE-PART ' CHECKPOINT SHOWS '
                       WS-CKPT-LTQ-COUNT(WS-MERGE-PART)
                       ' LETTERS, EXTENT HELD '
                       WS-EXT-LTQ-COUNT
               MOVE 'N' TO WS-BALANCED
           END-IF
           ADD WS-EXT-LTQ-COUNT TO WS-TOTAL-LTQ-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 1 transaction extent and
      * hands it to 2900-WRITE-COMBINED-TRAN; EOF ends the
      * copy loop.
      *---------------------------------------------------------------*
       2100-COPY-TRN1-NEXT.
           READ INTTRN1-FILE INTO WS-EXT-RECORD
           IF  INTTRN1-STATUS = '00'
               PERFORM 2900-WRITE-COMBINED-TRAN
           ELSE
               IF  INTTRN1-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 1 TRANSACTIONS'
                   MOVE INTTRN1-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 2 transaction extent.
      *---------------------------------------------------------------*
       2200-COPY-TRN2-NEXT.
           READ INTTRN2-FILE INTO WS-EXT-RECORD
           IF  INTTRN2-STATUS = '00'
               PERFORM 2900-WRITE-COMBINED-TRAN
           ELSE
               IF  INTTRN2-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 2 TRANSACTIONS'
                   MOVE INTTRN2-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 3 transaction extent.
      *---------------------------------------------------------------*
       2300-COPY-TRN3-NEXT.
           READ INTTRN3-FILE INTO WS-EXT-RECORD
           IF  INTTRN3-STATUS = '00'
               PERFORM 2900-WRITE-COMBINED-TRAN
           ELSE
               IF  INTTRN3-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 3 TRANSACTIONS'
                   MOVE INTTRN3-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 4 transaction extent.
      *---------------------------------------------------------------*
       2400-COPY-TRN4-NEXT.
           READ INTTRN4-FILE INTO WS-EXT-RECORD
           IF  INTTRN4-STATUS = '00'
               PERFORM 2900-WRITE-COMBINED-TRAN
           ELSE
               IF  INTTRN4-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 4 TRANSACTIONS'
                   MOVE INTTRN4-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the buffered transaction to the combined file and
      * adds it to the extent's count and amount. A record
      * voided by a partition restart is dropped. A TRAN-ID not
      * of this run date and partition means the wrong extent
      * generation was fed -- it is reported and the merge is
      * failed once the totals are shown.
      *---------------------------------------------------------------*
       2900-WRITE-COMBINED-TRAN.
           IF  WS-EXT-RECORD = HIGH-VALUES
               ADD 1 TO WS-TOTAL-VOID-COUNT
           ELSE
               MOVE WS-EXT-RECORD TO TRAN-RECORD
               IF  TRAN-ID(1:10) NOT = WS-RUN-DATE
                   OR TRAN-ID(11:1) NOT = WS-PART-DIGIT
                   DISPLAY 'TRANSACTION ' TRAN-ID
                           ' IS NOT FROM PARTITION ' WS-MERGE-PART
                           ' OF RUN ' WS-RUN-DATE
                   MOVE 'N' TO WS-BALANCED
               END-IF
               WRITE FD-TRANFILE-REC FROM TRAN-RECORD
               IF  TRANFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING TRANSACTION FILE'
                   MOVE TRANFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1        TO WS-EXT-TRAN-COUNT
               ADD TRAN-AMT TO WS-EXT-TRAN-AMT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 1 queue extent and
      * hands it to 3900-WRITE-QUEUE-ENTRY; EOF ends the
      * copy loop.
      *---------------------------------------------------------------*
       3100-COPY-CWQ1-NEXT.
           READ COLLWQX1-FILE INTO WS-EXT-RECORD
           IF  COLLWQX1-STATUS = '00'
               PERFORM 3900-WRITE-QUEUE-ENTRY
           ELSE
               IF  COLLWQX1-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 1 QUEUE'
                   MOVE COLLWQX1-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 2 queue extent.
      *---------------------------------------------------------------*
       3200-COPY-CWQ2-NEXT.
           READ COLLWQX2-FILE INTO WS-EXT-RECORD
           IF  COLLWQX2-STATUS = '00'
               PERFORM 3900-WRITE-QUEUE-ENTRY
           ELSE
               IF  COLLWQX2-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 2 QUEUE'
                   MOVE COLLWQX2-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 3 queue extent.
      *---------------------------------------------------------------*
       3300-COPY-CWQ3-NEXT.
           READ COLLWQX3-FILE INTO WS-EXT-RECORD
           IF  COLLWQX3-STATUS = '00'
               PERFORM 3900-WRITE-QUEUE-ENTRY
           ELSE
               IF  COLLWQX3-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 3 QUEUE'
                   MOVE COLLWQX3-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 4 queue extent.
      *---------------------------------------------------------------*
       3400-COPY-CWQ4-NEXT.
           READ COLLWQX4-FILE INTO WS-EXT-RECORD
           IF  COLLWQX4-STATUS = '00'
               PERFORM 3900-WRITE-QUEUE-ENTRY
           ELSE
               IF  COLLWQX4-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 4 QUEUE'
                   MOVE COLLWQX4-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the buffered queue entry to COLLWQ. The key
      * carries the account, so partitions cannot collide; a
      * duplicate means an extent was fed twice and abends.
      *---------------------------------------------------------------*
       3900-WRITE-QUEUE-ENTRY.
           IF  WS-EXT-RECORD(1:90) = HIGH-VALUES
               ADD 1 TO WS-TOTAL-VOID-COUNT
           ELSE
               MOVE WS-EXT-RECORD(1:90) TO COLLECT-WQ-RECORD
               MOVE CWQ-ACCT-ID TO WS-PART-TEST-ACCT
               PERFORM 6900-CHECK-PART-ACCT
               MOVE CWQ-KEY TO FD-CWQ-KEY
               WRITE FD-COLLWQ-REC FROM COLLECT-WQ-RECORD
               IF  COLLWQ-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING COLLECTIONS QUEUE, ACCOUNT '
                           CWQ-ACCT-ID
                   MOVE COLLWQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-EXT-CWQ-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 1 letter extent and
      * hands it to 4900-WRITE-LETTER; EOF ends the
      * copy loop.
      *---------------------------------------------------------------*
       4100-COPY-LTQ1-NEXT.
           READ LETTERX1-FILE INTO WS-EXT-RECORD
           IF  LETTERX1-STATUS = '00'
               PERFORM 4900-WRITE-LETTER
           ELSE
               IF  LETTERX1-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 1 LETTERS'
                   MOVE LETTERX1-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 2 letter extent.
      *---------------------------------------------------------------*
       4200-COPY-LTQ2-NEXT.
           READ LETTERX2-FILE INTO WS-EXT-RECORD
           IF  LETTERX2-STATUS = '00'
               PERFORM 4900-WRITE-LETTER
           ELSE
               IF  LETTERX2-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 2 LETTERS'
                   MOVE LETTERX2-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 3 letter extent.
      *---------------------------------------------------------------*
       4300-COPY-LTQ3-NEXT.
           READ LETTERX3-FILE INTO WS-EXT-RECORD
           IF  LETTERX3-STATUS = '00'
               PERFORM 4900-WRITE-LETTER
           ELSE
               IF  LETTERX3-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 3 LETTERS'
                   MOVE LETTERX3-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads one record from the partition 4 letter extent.
      *---------------------------------------------------------------*
       4400-COPY-LTQ4-NEXT.
           READ LETTERX4-FILE INTO WS-EXT-RECORD
           IF  LETTERX4-STATUS = '00'
               PERFORM 4900-WRITE-LETTER
           ELSE
               IF  LETTERX4-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PARTITION 4 LETTERS'
                   MOVE LETTERX4-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the buffered letter to LETTERQ. A letter already
      * queued (status '22') is passed over, as the single-
      * stream write passes it over; either way it counts
      * against the extent.
      *---------------------------------------------------------------*
       4900-WRITE-LETTER.
           IF  WS-EXT-RECORD(1:100) = HIGH-VALUES
               ADD 1 TO WS-TOTAL-VOID-COUNT
           ELSE
               MOVE WS-EXT-RECORD(1:100) TO LETTER-QUEUE-RECORD
               MOVE LTQ-ACCT-ID TO WS-PART-TEST-ACCT
               PERFORM 6900-CHECK-PART-ACCT
               IF  WS-LETTERQ-AVAILABLE NOT = 'Y'
                   DISPLAY 'PARTITION ' WS-MERGE-PART ' QUEUED '
                           'LETTERS BUT THERE IS NO LETTER QUEUE'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               MOVE LTQ-KEY TO FD-LTQ-KEY
               WRITE FD-LETTERQ-REC FROM LETTER-QUEUE-RECORD
               EVALUATE LETTERQ-STATUS
                   WHEN '00'
                       ADD 1 TO WS-TOTAL-LTQ-LOADED
                   WHEN '22'
                       ADD 1 TO WS-TOTAL-LTQ-ON-FILE
                   WHEN OTHER
                       DISPLAY 'ERROR WRITING LETTER QUEUE'
                       MOVE LETTERQ-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
               ADD 1 TO WS-EXT-LTQ-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts TCATBALF, the file the partitions divided
      * between them.
      *---------------------------------------------------------------*
       5000-COUNT-TCATBAL.
           OPEN INPUT TCATBAL-FILE
           IF  TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'N' TO END-OF-FILE
           PERFORM 5100-COUNT-TCATBAL-NEXT
              UNTIL END-OF-FILE = 'Y'
           CLOSE TCATBAL-FILE
           EXIT.
       5100-COUNT-TCATBAL-NEXT.
           READ TCATBAL-FILE
           IF  TCATBALF-STATUS = '00'
               ADD 1 TO WS-TCATBAL-COUNT
           ELSE
               IF  TCATBALF-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION BALANCE FILE'
                   MOVE TCATBALF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Proves the account in WS-PART-TEST-ACCT belongs to the
      * partition WS-MERGE-PART is on, by CBSPL01C's rule
      * (account modulo the partition count, plus 1).
      *---------------------------------------------------------------*
       6900-CHECK-PART-ACCT.
           DIVIDE WS-PART-TEST-ACCT BY WS-PART-COUNT
               GIVING WS-PART-QUOTIENT
               REMAINDER WS-PART-REMAINDER
           ADD 1 TO WS-PART-REMAINDER
           IF  WS-PART-REMAINDER NOT = WS-MERGE-PART
               DISPLAY 'ACCOUNT ' WS-PART-TEST-ACCT
                       ' IS NOT IN PARTITION ' WS-MERGE-PART
               MOVE 'N' TO WS-BALANCED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the combined transactions file.
      *---------------------------------------------------------------*
       9100-TRANSACT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the collections work queue.
      *---------------------------------------------------------------*
       9200-COLLWQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE COLLWQ-FILE
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COLLECTIONS QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the merge itself succeeded.
      *---------------------------------------------------------------*
      * Opens BATCHSTS for random I-O (read-then-write-or-rewrite).
       8100-BATCHSTS-OPEN.
           OPEN I-O BATCHSTS-FILE
           IF  BATCHSTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN BATCHSTS FILE'
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes (or creates) this job's BATCHSTS record as RUNNING
      * with a start timestamp, at the top of the run.
       8200-BATCHSTS-WRITE-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-START-TS
           MOVE WS-BATCH-JOB-NAME           TO FD-BATCH-JOB-NAME
           READ BATCHSTS-FILE INTO BATCH-STATUS-RECORD
               INVALID KEY
                   INITIALIZE BATCH-STATUS-RECORD
                   MOVE WS-BATCH-JOB-NAME TO BATCH-JOB-NAME
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:4)  TO BATCH-RUN-DATE(1:4)
           MOVE '-'                         TO BATCH-RUN-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO BATCH-RUN-DATE(6:2)
           MOVE '-'                         TO BATCH-RUN-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2)  TO BATCH-RUN-DATE(9:2)
           MOVE WS-BATCH-START-TS           TO BATCH-START-TS
           MOVE SPACES                      TO BATCH-END-TS
           MOVE 0                           TO BATCH-RETURN-CD
           SET BATCH-STATUS-RUNNING         TO TRUE
           MOVE 0                           TO BATCH-RECORD-COUNT
           IF  BATCHSTS-STATUS = '23'
               WRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
      * merged transaction count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-TOTAL-TRAN-COUNT         TO BATCH-RECORD-COUNT
           REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           IF  BATCHSTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT UPDATE BATCHSTS FILE'
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
       8900-BATCHSTS-CLOSE.
           CLOSE BATCHSTS-FILE
           EXIT.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD'.

      *****************************************************************
      * Formats and displays the FILE STATUS code for diagnosis.
      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
