      *              batch cycle reads these terms every run:
      *              grace days, fees, the minimum-payment
      *              formula, past-due days, the rewards earn
      *              rate, the secured-product flag, and the
      *              annual membership fee with its first-year
      *              waiver option (billed by CBANF01C), and
      *              the foreign transaction fee percentage with
      *              its no-FX-fee marker (charged by CBTRN02C),
      *              and the installment plan fee rate (charged
      *              by COIPL00C at plan set-up), and the co-
      *              brand partner the product belongs to, which
      *              must be on PARTNER (settled by CBPTN01C).
      *              Launching a product is a row on this
      *              screen, not a code change.
      * Files:       PRODCAT (READ, READ UPDATE, WRITE, REWRITE)
      *              PARTNER (READ)
      * Navigation:  PF3 returns to caller or admin menu.
      *              Admin users only.
      *================================================================*
         05 WS-TRANID                  PIC X(04) VALUE 'CPRD'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-PRODCAT-FILE            PIC X(08) VALUE 'PRODCAT '.
         05 WS-PARTNER-FILE            PIC X(08) VALUE 'PARTNER '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
      * 120-byte product catalog record
       COPY CVPRD01Y.

      * 150-byte co-brand partner record
       COPY CVPTN01Y.

       COPY DFHAID.
       COPY DFHBMSCA.

               MOVE PRD-PAST-DUE-DAYS TO PDDAYI  OF COPRD0AI
               MOVE PRD-REWARD-RATE   TO RWRATI  OF COPRD0AI
               MOVE PRD-SECURED-FLAG  TO SECFLI  OF COPRD0AI
               MOVE PRD-ANNUAL-FEE    TO ANFEEI  OF COPRD0AI
               MOVE PRD-ANNFEE-WAIVE-FLAG TO AFWAVI OF COPRD0AI
               MOVE PRD-FX-FEE-PCT    TO FXPCTI  OF COPRD0AI
               MOVE PRD-NO-FX-FEE-FLAG TO NOFXI  OF COPRD0AI
               MOVE PRD-IPL-FEE-PCT   TO IPFEEI  OF COPRD0AI
               MOVE PRD-PARTNER-ID    TO PTNIDI  OF COPRD0AI
               MOVE 'Catalog row on file - PF5 saves changes' TO
                    WS-MESSAGE
           ELSE
               SET PRD-IS-UNSECURED TO TRUE
               MOVE 'N' TO PRD-SECURED-FLAG
           END-IF

           COMPUTE WS-AMT-N =
               FUNCTION NUMVAL-C(ANFEEI OF COPRD0AI)
           MOVE WS-AMT-N TO PRD-ANNUAL-FEE
           IF AFWAVI OF COPRD0AI = 'Y' OR 'y'
               SET PRD-ANNFEE-WAIVE-FIRST-YR TO TRUE
           ELSE
               MOVE 'N' TO PRD-ANNFEE-WAIVE-FLAG
           END-IF

           COMPUTE WS-PCT-N =
               FUNCTION NUMVAL(FXPCTI OF COPRD0AI)
           MOVE WS-PCT-N TO PRD-FX-FEE-PCT
           IF NOFXI OF COPRD0AI = 'Y' OR 'y'
               SET PRD-NO-FX-FEE TO TRUE
           ELSE
               MOVE 'N' TO PRD-NO-FX-FEE-FLAG
           END-IF

           COMPUTE WS-PCT-N =
               FUNCTION NUMVAL(IPFEEI OF COPRD0AI)
           MOVE WS-PCT-N TO PRD-IPL-FEE-PCT

           IF PTNIDI OF COPRD0AI = SPACES OR LOW-VALUES
               MOVE SPACES TO PRD-PARTNER-ID
           ELSE
               PERFORM VALIDATE-PARTNER-ID
               MOVE PTNIDI OF COPRD0AI TO PRD-PARTNER-ID
           END-IF
           .

      *----------------------------------------------------------------*
      *                      VALIDATE-PARTNER-ID
      *----------------------------------------------------------------*
      * A co-brand product must name a partner on PARTNER;
      * blank leaves the product proprietary.
       VALIDATE-PARTNER-ID.
           MOVE PTNIDI OF COPRD0AI TO PTN-ID
           EXEC CICS READ
                DATASET   (WS-PARTNER-FILE)
                INTO      (PARTNER-RECORD)
                LENGTH    (LENGTH OF PARTNER-RECORD)
                RIDFLD    (PTN-ID)
                KEYLENGTH (LENGTH OF PTN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Partner ID is not on the partner file...' TO
                    WS-MESSAGE
               MOVE -1  TO PTNIDL OF COPRD0AI
               PERFORM SEND-PROD-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
