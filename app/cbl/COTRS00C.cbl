      *              paging anchor and chosen path ride in the
      *              COMMAREA. Selecting a hit (S) jumps into
      *              COTRN01C's detail view.
      *              A hit at a merchant on dispute watch
      *              (MER-STATUS 'W', set by the monthly CBMRK01C
      *              risk run) is marked W in the row's flag
      *              column.
      * Files:       TRANSIDX (STARTBR, READNEXT, ENDBR)
      *              TRANSACT (STARTBR, READNEXT, ENDBR --
      *                        full-scan fallback only)
      *              MERCHANT (READ -- the watch flag)
      * Navigation:  PF3 returns to caller or main menu. PF8 next
      *              page. Enter re-runs the search from page 1 or
      *              opens a selected hit.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-TRANSIDX-FILE           PIC X(08) VALUE 'TRANSIDX'.
         05 WS-MERCHANT-FILE           PIC X(08) VALUE 'MERCHANT'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-COUNT-CAPPED            PIC X(01) VALUE 'N'.
         05 WS-SLICE-END-FLG           PIC X(01) VALUE 'N'.
         05 WS-MATCH-COUNT-E           PIC ZZZ9.
      * --- Watch flag: the last merchant looked up and its
      * flag, so a page of one merchant's hits reads it once
         05 WS-WATCH-LOOKUP-ID         PIC 9(09) VALUE 0.
         05 WS-WATCH-LAST-ID           PIC 9(09) VALUE 0.
         05 WS-WATCH-FLAG              PIC X(01) VALUE SPACE.
      *
         05 WS-TRAN-AMT-E              PIC +99999999.99 VALUE ZEROS.
      *
       COPY CVTRA05Y.
      * 100-byte search index record (TRAN-SEARCH-IX-RECORD)
       COPY CVTSI01Y.
      * 150-byte merchant master record (MERCHANT-RECORD)
       COPY CVMER01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
           MOVE TSI-MERCHANT-NAME
                              TO MERNM01I  OF COTRS0AI(WS-PAGE-ROW-CNT)
           MOVE TSI-AMOUNT    TO WS-TRAN-AMT-E
           MOVE WS-TRAN-AMT-E TO TAMT001I  OF COTRS0AI(WS-PAGE-ROW-CNT)
           MOVE TSI-MERCHANT-ID TO WS-WATCH-LOOKUP-ID
           PERFORM CHECK-MERCHANT-WATCH
           MOVE WS-WATCH-FLAG TO MERWT01I  OF COTRS0AI(WS-PAGE-ROW-CNT).

      *----------------------------------------------------------------*
      *                  READNEXT-TRANSIDX-FILE
           MOVE TRAN-MERCHANT-NAME(1:20)
                              TO MERNM01I  OF COTRS0AI(WS-PAGE-ROW-CNT)
           MOVE TRAN-AMT      TO WS-TRAN-AMT-E
           MOVE WS-TRAN-AMT-E TO TAMT001I  OF COTRS0AI(WS-PAGE-ROW-CNT)
           MOVE TRAN-MERCHANT-ID TO WS-WATCH-LOOKUP-ID
           PERFORM CHECK-MERCHANT-WATCH
           MOVE WS-WATCH-FLAG TO MERWT01I  OF COTRS0AI(WS-PAGE-ROW-CNT).

      *----------------------------------------------------------------*
      *                    CHECK-MERCHANT-WATCH
      *----------------------------------------------------------------*
      * Sets WS-WATCH-FLAG to W when the hit's merchant is on
      * dispute watch. No merchant, or one the master cannot
      * supply, leaves the flag blank -- the search itself
      * never fails on it.
       CHECK-MERCHANT-WATCH.
           IF WS-WATCH-LOOKUP-ID = ZEROS
               MOVE SPACE TO WS-WATCH-FLAG
           ELSE
               IF WS-WATCH-LOOKUP-ID NOT = WS-WATCH-LAST-ID
                   MOVE WS-WATCH-LOOKUP-ID TO WS-WATCH-LAST-ID
                   MOVE WS-WATCH-LOOKUP-ID TO MER-ID
                   EXEC CICS READ
                        DATASET   (WS-MERCHANT-FILE)
                        INTO      (MERCHANT-RECORD)
                        LENGTH    (LENGTH OF MERCHANT-RECORD)
                        RIDFLD    (MER-ID)
                        KEYLENGTH (LENGTH OF MER-ID)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                      AND MER-STATUS-WATCH
                       MOVE 'W'   TO WS-WATCH-FLAG
                   ELSE
                       MOVE SPACE TO WS-WATCH-FLAG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                  READNEXT-TRANSACT-FILE
