      ******************************************************************
      *Working Storage Copybook for the business rule lookup
      ******************************************************************
      *----------------------------------------------------------------*
      * Working Storage Copybook: parameters for the shared
      * CSBRPLKP business rule lookup, and the lines it returns
      * for the run report.
      * Companion to CSBRPPY.cpy (PROCEDURE DIVISION paragraphs).
      *
      * Included at the 10-level -- designed to nest under a
      * parent 01-level or 05-level group in the consuming
      * program's WORKING-STORAGE SECTION, the same pattern as
      * CSMASKWY.cpy/CSRSTWY.cpy.
      *
      * The caller sets WS-BRP-DATE (YYYY-MM-DD) once, then per
      * rule moves the code to WS-BRP-CODE and its own default
      * to WS-BRP-VALUE, PERFORMs LOOKUP-BIZ-RULE, and takes
      * WS-BRP-VALUE back -- the value in force, or the default
      * untouched. Each lookup's report line is kept in
      * WS-BRP-RPT-LINE (up to eight) for the caller to print;
      * CLOSE-BIZ-RULES ends the run's use of the file.
      *
      * Consuming programs: the batch jobs that read their
      *   policy limits from BIZRULE -- CBTRN02C, CBAML01C,
      *   CBACT06C, CBESC01C, CBREF01C, CBHKP01C, CBARC01C,
      *   CBATO01C, CBBST01C, CBRHS01C, CBCSR01C (COPY CSBRPWY
      *   under a WS-BRP-WORK-AREA 01-level)
      *----------------------------------------------------------------*
          10 WS-BRP-FUNC                           PIC X(01).
          10 WS-BRP-CODE                           PIC X(08).
          10 WS-BRP-DATE                           PIC X(10).
          10 WS-BRP-VALUE                          PIC S9(09)V99.
          10 WS-BRP-LINE                           PIC X(80).
          10 WS-BRP-LINES-USED                     PIC S9(04) COMP
                                                   VALUE 0.
          10 WS-BRP-RPT-LINE                       PIC X(80)
                                                   OCCURS 8 TIMES.
      * Subscript for the caller's walk of WS-BRP-RPT-LINE
          10 WS-BRP-SUB                            PIC S9(04) COMP
                                                   VALUE 0.
