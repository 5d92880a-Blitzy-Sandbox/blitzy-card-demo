      ******************************************************************
      *Working Storage Copybook for the per-card device token update
      ******************************************************************
      *----------------------------------------------------------------*
      * Working Storage Copybook: buffers for the shared change
      * of every digital wallet device token (DEVTOKN,
      * CVDTK01Y.cpy) funded by one card, when an online card
      * action makes the tokens wrong.
      * Companion to CSDTKPY.cpy (PROCEDURE DIVISION paragraphs).
      *
      * Included at the 10-level -- designed to nest under a
      * parent 01-level or 05-level group in the consuming
      * program's WORKING-STORAGE SECTION, the same pattern as
      * CSAUPWY.cpy. The consuming program must also COPY
      * CVDTK01Y (the token record) and CSDAT01Y (today).
      *
      * UPDATE-CARD-DEVICE-TOKENS: caller moves the card to
      *   WS-DTU-CARD-NUM, the user to WS-DTU-USR-ID, sets one
      *   of the actions below, and PERFORMs UPDATE-CARD-DEVICE-
      *   TOKENS THRU UPDATE-CARD-DEVICE-TOKENS-EXIT.
      *   WS-DTU-SUSPEND  active tokens suspend (WS-DTU-REASON
      *                   says why)
      *   WS-DTU-RESUME   tokens suspended for WS-DTU-REASON
      *                   resume
      *   WS-DTU-RELINK   every token not deleted moves to
      *                   WS-DTU-NEW-CARD-NUM with the expiry
      *                   WS-DTU-NEW-EXPIRY; one suspended by
      *                   a hotlist resumes
      *   Each changed token is flagged for CBDTK01C to report
      *   to the network. WS-DTU-COUNT returns how many changed;
      *   WS-DTU-FAILED means a DEVTOKN call failed part way.
      *   A card with no tokens (or no DEVTOKN file yet) is
      *   simply a count of zero.
      *----------------------------------------------------------------*
          10 WS-DTU-DEVTOKN-FILE                   PIC X(08)
                                                   VALUE 'DEVTOKN '.
          10 WS-DTU-CARDPATH-FILE                  PIC X(08)
                                                   VALUE 'DEVTKCAX'.
          10 WS-DTU-RESP-CD                        PIC S9(09) COMP.
          10 WS-DTU-REAS-CD                        PIC S9(09) COMP.
          10 WS-DTU-ACTION                         PIC X(01)
                                                   VALUE SPACE.
             88 WS-DTU-SUSPEND                     VALUE 'S'.
             88 WS-DTU-RESUME                      VALUE 'R'.
             88 WS-DTU-RELINK                      VALUE 'U'.
          10 WS-DTU-CARD-NUM                       PIC X(16)
                                                   VALUE SPACES.
          10 WS-DTU-NEW-CARD-NUM                   PIC X(16)
                                                   VALUE SPACES.
          10 WS-DTU-NEW-EXPIRY                     PIC X(10)
                                                   VALUE SPACES.
          10 WS-DTU-REASON                         PIC X(02)
                                                   VALUE SPACES.
          10 WS-DTU-USR-ID                         PIC X(08)
                                                   VALUE SPACES.
          10 WS-DTU-RESULT                         PIC X(01)
                                                   VALUE SPACE.
             88 WS-DTU-IS-OK                       VALUE 'Y'.
             88 WS-DTU-FAILED                      VALUE 'N'.
          10 WS-DTU-COUNT                          PIC S9(04) COMP
                                                   VALUE ZEROS.
      * The card's tokens are gathered on the path browse first
      * and changed afterwards by primary key -- a relink moves
      * the very alternate key being browsed
          10 WS-DTU-BROWSE-KEY                     PIC X(16).
          10 WS-DTU-BROWSE-END                     PIC X(01).
          10 WS-DTU-FOUND                          PIC S9(04) COMP.
          10 WS-DTU-IX                             PIC S9(04) COMP.
          10 WS-DTU-TOKEN-MAX                      PIC S9(04) COMP
                                                   VALUE 20.
          10 WS-DTU-TOKEN-TABLE.
             15 WS-DTU-TOKEN-NUM                   PIC X(16)
                                                   OCCURS 20 TIMES.
          10 WS-DTU-TODAY                          PIC X(10).
          10 WS-DTU-NOW-TS                         PIC X(14).
      *
