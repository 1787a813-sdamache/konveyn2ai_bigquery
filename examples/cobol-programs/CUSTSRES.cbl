      *   transaction image to a resubmit file keyed off the image's
      *   transaction code: maintenance codes (A/U/S) go to CUSTRSUB
      *   to be concatenated onto CUSTTRAN ahead of the next CUSTMNT
      *   run, and monetary posting codes (P/D/C/R) go to CPOSTRSB
      *   to be concatenated onto CPOSTTRN ahead of the next CUSTPOST
      *   run - CUSTMNT rejects P/D/C/R as unknown codes, so routing
      *   them back through CUSTTRAN would bounce them between
      *   suspense and reject forever.  Every suspense item
      *   - resubmitted, matched-and-closed, or still open - is
      *                    CUSTPOST) GO TO CPOSTRSB FOR THE NEXT
      *                    CUSTPOST RUN; EVERYTHING ELSE GOES TO
      *                    CUSTRSUB FOR CUSTMNT AS BEFORE.
      *   2026-10-15  DCO  CUSTPOST'S 'R' RETURNED-PAYMENT CODE ADDED
      *                    TO SCOR-MONETARY-POSTING SO A CORRECTED
      *                    RETURN IS ROUTED TO CPOSTRSB.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSRES.
           05  SCOR-TRAN-IMAGE.
               10  SCOR-TRAN-CODE        PIC X(01).
                   88  SCOR-MONETARY-POSTING
                                         VALUES 'P' 'D' 'C' 'R'.
               10  FILLER                PIC X(183).

       FD  RESUBMIT-TRANS
