      *                                     UNDER-REVIEW->RESOLVED-CUST
      *                PF8 resolves for the merchant (admin only)
      *                                     UNDER-REVIEW->RESOLVED-MERCH
      *              PF10 carries the transaction over to the
      *              installment plan screen (COIPL00C) to put the
      *              purchase on a plan or view the plan it is on.
      * Files:       TRANSACT (READ, READ UPDATE, REWRITE)
      * Navigation:  PF3 returns to caller (typically COTRN00C).
      *              PF10 transfers to COIPL00C.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTRN01C.
                           PERFORM RESOLVE-DISPUTE-FOR-MERCHANT
                       WHEN DFHPF9
                           PERFORM REVEAL-CARD-NUMBER
                       WHEN DFHPF10
                           PERFORM GO-TO-INSTALLMENT-PLAN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           WS-MESSAGE
           PERFORM POPULATE-TRAN-DETAIL.

      *----------------------------------------------------------------*
      *                    GO-TO-INSTALLMENT-PLAN
      *----------------------------------------------------------------*
      * PF10. Hands the keyed TRAN-ID to the installment plan
      * screen in CDEMO-CT01-TRN-SELECTED, whose position COIPL00C
      * reads as its own purchase hand-off; COIPL00C does the
      * eligibility checks.
       GO-TO-INSTALLMENT-PLAN.
           IF TRNIDINI OF COTRN1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Tran ID must be entered...' TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COTRN1AI
               PERFORM SEND-TRNVIEW-SCREEN
           END-IF

           MOVE TRNIDINI OF COTRN1AI TO CDEMO-CT01-TRN-SELECTED
           MOVE 'COIPL00C'           TO CDEMO-TO-PROGRAM
           PERFORM RETURN-TO-PREV-SCREEN.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
