      ******************************************************************
      *Working Storage Copybook for the inbound file registry
      ******************************************************************
      *----------------------------------------------------------------*
      * Working Storage Copybook: the content hash and record
      * count an intake builds over its file's detail records,
      * for the shared CSFRGCHK registry check.
      * Companion to CSFRGPY.cpy (PROCEDURE DIVISION paragraphs).
      *
      * Included at the 10-level -- designed to nest under a
      * parent 01-level or 05-level group in the consuming
      * program's WORKING-STORAGE SECTION, the same pattern as
      * CSBRPWY.cpy. The caller also COPYs CVFRG01Y.cpy for
      * the registry record itself.
      *
      * For each detail record the caller moves the record to
      * WS-FRG-REC-BUF and its length to WS-FRG-REC-LEN and
      * PERFORMs FRG-HASH-RECORD. Once the file is proven it
      * fills FRG-FEED-ID, FRG-SENDER, FRG-FILE-DATE,
      * FRG-FILE-SEQ, FRG-INTAKE-JOB and FRG-RUN-DATE and
      * PERFORMs FRG-REGISTER-FILE; FRG-ACCEPTED then says
      * whether the file may be processed.
      *
      * The hash folds every byte in, in file order:
      *   hash = (hash * 31 + byte code) modulo WS-FRG-PRIME
      * -- the same records in the same order always give the
      * same hash, whatever header the file is sent under.
      *
      * Consuming programs: the inbound intake converters --
      *   CBSET01C, CBLBX01C, CBIVR02C, CBNSF01C, CBFXL01C,
      *   CBSAN01C, CBBUR01C, CBUSR01C, CBCSR01C (COPY CSFRGWY
      *   under a WS-FRG-WORK-AREA 01-level)
      *----------------------------------------------------------------*
          10 WS-FRG-REC-BUF                        PIC X(500).
          10 WS-FRG-REC-LEN                        PIC S9(04) COMP
                                                   VALUE 0.
          10 WS-FRG-POS                            PIC S9(04) COMP
                                                   VALUE 0.
      * One byte's code, by the two-byte binary overlay
          10 WS-FRG-BYTE-BIN                       PIC 9(04) BINARY
                                                   VALUE 0.
          10 WS-FRG-BYTE-ALPHA REDEFINES WS-FRG-BYTE-BIN.
             15 WS-FRG-BYTE-HIGH                   PIC X(01).
             15 WS-FRG-BYTE-LOW                    PIC X(01).
          10 WS-FRG-HASH                           PIC 9(18)
                                                   VALUE 0.
          10 WS-FRG-QUOTIENT                       PIC 9(18)
                                                   VALUE 0.
          10 WS-FRG-PRIME                          PIC 9(12)
                                                   VALUE 999999999989.
          10 WS-FRG-COUNT                          PIC 9(09)
                                                   VALUE 0.
