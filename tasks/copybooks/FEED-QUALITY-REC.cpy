      *>    SHARED FEED-QUALITY.TXT RECORD LAYOUT - ONE LINE PER
      *>    INBOUND FILE PER QUALITY TOOL PER RUN, APPENDED BY
      *>    WRITE-FEED-QUALITY-LINE (SEE FEED-QUALITY-WRITE.CPY).
      *>    OPS-LOG.TXT SAYS WHICH PROGRAM RAN; THIS SAYS WHICH FEED
      *>    WAS AT FAULT, SO FEED-SCORECARD CAN SCORE EACH SENDING
      *>    SYSTEM RATHER THAN EACH UTILITY.  FEED-Q-FEED IS THE
      *>    INBOUND FILE NAME AS ASSIGNED (E.G.
      *>    "TRANSACT-EXTRACT.TXT"), FEED-Q-TOOL THE CHECK THAT JUDGED
      *>    IT - ONE OF
      *>        IS-MATCH     IS-MATCH-BATCH PATTERN RULES
      *>        LONGEST-SUB  BATCH-LONGEST-SUB QUALITY GATE
      *>        PARSE-ARRAY  PARSE-ARRAY SUSPENSE REJECTS
      *>        OUTLIER      BATCH-TWOSUM OUTLIER QUARANTINE
      *>        EMP-EDIT     EMP-TRANSACT-EDIT REJECTS
      *>        PREFLIGHT    HDR/TRL FILE-GUARD (A REFUSED FILE
      *>                     REJECTS EVERY RECORD IT CARRIED)
      *>    FEED-Q-RECEIVED/FEED-Q-REJECTS ARE THE RECORDS THE TOOL
      *>    SAW AND THE ONES IT REJECTED, AND FEED-Q-RCY-TRIED/
      *>    FEED-Q-RCY-OK THE RECYCLED CORRECTIONS IT RE-TESTED AND
      *>    THE ONES THAT CAME THROUGH CLEAN (ZERO FROM A TOOL WITH
      *>    NO RECYCLE LOOP).
       03  FEED-Q-DATE          PIC 9(08).
       03  FEED-Q-FEED          PIC X(24).
       03  FEED-Q-TOOL          PIC X(12).
       03  FEED-Q-RECEIVED      PIC 9(07).
       03  FEED-Q-REJECTS       PIC 9(07).
       03  FEED-Q-RCY-TRIED     PIC 9(05).
       03  FEED-Q-RCY-OK        PIC 9(05).
