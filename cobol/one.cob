           SELECT ELF-MASTER ASSIGN TO 'elfmastr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT DEPOT-MASTER ASSIGN TO 'depotmst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOT-FILE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO 'excp.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT ELF-WORK-FILE ASSIGN TO 'elfwork.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELFWORK-FILE-STATUS.
           SELECT NOSHOW-REPORT ASSIGN TO 'noshow.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOSHOW-FILE-STATUS.
           SELECT NOSHOW-STATUS ASSIGN TO 'noshow.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOSHOWSTS-FILE-STATUS.
           SELECT DUPLICATE-SUSPECTS ASSIGN TO 'dupsusp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUPSUSP-FILE-STATUS.
           SELECT DUPLICATE-DECISIONS ASSIGN TO 'dupdecn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUPDECN-FILE-STATUS.
           SELECT DUPLICATE-REPORT ASSIGN TO 'dupsusp.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUPRPT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
           SELECT NOSHOW-SORT-WORK ASSIGN TO 'nshwork.tmp'.

       DATA DIVISION.
       FILE SECTION.
           05 EXT-ELF-DAY         PIC 9(3).
           05 EXT-ELF-NAME        PIC X(20).
           05 EXT-ELF-DEPOT       PIC X(3).
       01 EXTRACT-CONTROL-RECORD.
           05 EXC-REC-TYPE        PIC X(3).
           05 EXC-FILE-TYPE       PIC X(8).
           05 EXC-RUN-DATE        PIC 9(8).
           05 EXC-GEN-NUM         PIC 9(2).
           05 EXC-REC-COUNT       PIC 9(7).
           05 EXC-CAL-HASH        PIC 9(15).
           05 EXC-ID-HASH         PIC 9(15).

       FD LOW-SUPPLY-REPORT.
       01 LOW-SUPPLY-RECORD      PIC X(100).
           05 FILLER              PIC X(1).
           05 ELM-DEPOT           PIC X(3).

       FD DEPOT-MASTER.
       01 DEPOT-MASTER-RECORD.
           05 DPM-DEPOT-CODE      PIC X(3).
           05 FILLER              PIC X(1).
           05 DPM-DEPOT-NAME      PIC X(20).
           05 FILLER              PIC X(1).
           05 DPM-LOCATION        PIC X(20).
           05 FILLER              PIC X(1).
           05 DPM-CAPACITY        PIC 9(10).
           05 FILLER              PIC X(1).
           05 DPM-STATUS          PIC X(1).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-RECORD       PIC X(120).

           05 HAR-ELF-ID          PIC 9(5).
           05 HAR-ELF-DAY         PIC 9(3).
           05 HAR-TOTAL           PIC 9(8).
           05 HAR-BLOCK-ITEMS     PIC 9(5).
           05 HAR-BLOCK-HASH      PIC 9(15).

       FD TRANSFER-POSTINGS.
       01 POSTING-RECORD.
           05 EWF-DAY             PIC 9(3).
           05 EWF-NAME            PIC X(20).
           05 EWF-DEPOT           PIC X(3).
           05 EWF-BLOCK-ITEMS     PIC 9(5).
           05 EWF-BLOCK-HASH      PIC 9(15).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-DAY             PIC 9(3).
           05 SRT-NAME            PIC X(20).
           05 SRT-DEPOT           PIC X(3).
           05 SRT-BLOCK-ITEMS     PIC 9(5).
           05 SRT-BLOCK-HASH      PIC 9(15).

       FD NOSHOW-REPORT.
       01 NOSHOW-RECORD          PIC X(120).

       FD NOSHOW-STATUS.
       01 NOSHOW-STATUS-RECORD.
           05 NSR-ELF-ID          PIC 9(5).
           05 NSR-DAYS-MISSED     PIC 9(3).
           05 NSR-FIRST-DATE      PIC 9(8).
           05 NSR-LAST-DATE       PIC 9(8).
           05 NSR-LAST-DAY        PIC 9(3).
           05 NSR-ELF-NAME        PIC X(20).

       SD NOSHOW-SORT-WORK.
       01 NOSHOW-SORT-RECORD.
           05 NSS-SQUAD           PIC X(10).
           05 NSS-DEPOT           PIC X(3).
           05 NSS-ELF-ID          PIC 9(5).
           05 NSS-NAME            PIC X(20).
           05 NSS-DAYS            PIC 9(3).
           05 NSS-FIRST-DATE      PIC 9(8).

       FD RUN-STATISTICS.
       01 RUNSTATS-RECORD.
           05 CAT-ITEM-DESC       PIC X(20).
           05 FILLER              PIC X(1).
           05 CAT-CAL-PER-UNIT    PIC 9(5).
           05 FILLER              PIC X(1).
           05 CAT-EFF-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 CAT-STATUS          PIC X(1).
           05 FILLER              PIC X(13).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-EXCL-COUNT     PIC 9(7).
           05 CKPT-ELF-DEPOT      PIC X(3).
           05 CKPT-CURR-DEPOT     PIC X(3).
           05 CKPT-HELD-COUNT     PIC 9(5).
           05 CKPT-DUP-REASON     PIC X(1).
           05 CKPT-DUP-LINE       PIC 9(7).
           05 CKPT-BLOCK-ITEMS    PIC 9(5).
           05 CKPT-BLOCK-HASH     PIC 9(15).
           05 CKPT-MATCH-DATE     PIC 9(8).
           05 CKPT-MATCH-DAY      PIC 9(3).
           05 CKPT-ITM-CODE       PIC X(6).
           05 CKPT-ITM-CAL        PIC 9(8).

       FD DUPLICATE-SUSPECTS.
       01 SUSPECT-GROUP-RECORD.
           05 DSP-REC-TYPE        PIC X(1).
           05 DSP-RUN-DATE        PIC 9(8).
           05 DSP-ELF-ID          PIC 9(5).
           05 DSP-DAY             PIC 9(3).
           05 DSP-LINE-NUM        PIC 9(7).
           05 DSP-REASON          PIC X(1).
           05 DSP-TOTAL           PIC 9(8).
           05 DSP-BLOCK-ITEMS     PIC 9(5).
           05 DSP-BLOCK-HASH      PIC 9(15).
           05 DSP-MATCH-DATE      PIC 9(8).
           05 DSP-MATCH-DAY       PIC 9(3).
           05 DSP-ELF-NAME        PIC X(20).
           05 DSP-DEPOT           PIC X(3).
           05 DSP-FILENAME        PIC X(40).
       01 SUSPECT-ITEM-RECORD.
           05 DSI-REC-TYPE        PIC X(1).
           05 DSI-ITEM-CODE       PIC X(6).
           05 DSI-CALORIES        PIC 9(8).

       FD DUPLICATE-DECISIONS.
       01 DECISION-RECORD.
           05 DDC-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 DDC-ELF-ID          PIC 9(5).
           05 FILLER              PIC X(1).
           05 DDC-DAY             PIC 9(3).
           05 FILLER              PIC X(1).
           05 DDC-LINE-NUM        PIC 9(7).
           05 FILLER              PIC X(1).
           05 DDC-ACTION          PIC X(7).
           05 FILLER              PIC X(46).

       FD DUPLICATE-REPORT.
       01 DUPLICATE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILENAME   PIC X(100).
       01 WS-ELVES.
           05 WS-CALORIES  PIC X(20).
       78 WS-ELF-ID-MAX            VALUE 100000.
       78 WS-CATALOG-MAX           VALUE 5000.
       01 WS-ITEM-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS WS-CATALOG-MAX TIMES
              INDEXED BY C.
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-ITEM-DESC PIC X(20).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-STATUS    PIC X(1).
       01 WS-ELF-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY M.
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-EOF         PIC A(1).
       01 WS-CATALOG-FOUND       PIC A(1).
       01 WS-CATALOG-RETIRED     PIC A(1).
       01 WS-CATALOG-BEST-DATE   PIC 9(8) VALUE 0.
       01 WS-CURR-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-CURR-CAL-UNIT       PIC 9(5) VALUE 0.
       01 WS-ITEM-CODE-TOKEN     PIC X(20).
       01 WS-PARAM-NUM-JUST      PIC X(7) JUSTIFIED RIGHT.
       01 WS-PARAM-NUM           PIC 9(7) VALUE 0.
       01 WS-PARAM-NUM-VALID     PIC A(1).
       01 WS-PARAM-DEC-WHOLE     PIC X(3) JUSTIFIED RIGHT.
       01 WS-PARAM-DEC-FRAC      PIC X(5).
       01 WS-PARAM-DEC-EXTRA     PIC X(20).
       01 WS-PARAM-WHOLE-LEN     PIC 9(2) VALUE 0.
       01 WS-PARAM-FRAC-LEN      PIC 9(2) VALUE 0.
       01 WS-PARAM-WHOLE-NUM     PIC 9(3) VALUE 0.
       01 WS-PARAM-FRAC-NUM      PIC 9(5) VALUE 0.
       01 WS-PARAM-DEC           PIC 9(3)V9(5) VALUE 0.
       01 WS-PARAM-ERRORS        PIC 9(3) VALUE 0.
       01 WS-GOT-THRESHOLD       PIC A(1) VALUE 'N'.
       01 WS-GOT-CKPT-INTERVAL   PIC A(1) VALUE 'N'.
       01 WS-AUDIT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-LOWSUP-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-EXTRACT-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-EXT-CTL-COUNT       PIC 9(7) VALUE 0.
       01 WS-EXT-CTL-CAL-HASH    PIC 9(15) VALUE 0.
       01 WS-EXT-CTL-ID-HASH     PIC 9(15) VALUE 0.
       01 WS-DAY-RESUMED         PIC A(1) VALUE 'N'.
       01 WS-TRD-PCT-EDIT        PIC +9(4).99.
       01 WS-EXCP-FILE-STATUS    PIC X(2).
       01 WS-MASTER-INDEX        PIC 9(6) VALUE 0.
       01 WS-MASTER-EOF          PIC A(1).
       01 WS-MASTER-FOUND        PIC A(1).
       01 WS-DEPOT-FILE-STATUS   PIC X(2).
       01 WS-DEPOT-EOF           PIC A(1).
       78 WS-DEPOT-MAX             VALUE 500.
       01 WS-DEPOT-TABLE.
           05 WS-DEPOT-ENTRY OCCURS WS-DEPOT-MAX TIMES
              INDEXED BY DX.
              10 WS-DPT-CODE      PIC X(3).
              10 WS-DPT-STATUS    PIC X(1).
       01 WS-DEPOT-COUNT         PIC 9(3) VALUE 0.
       01 WS-DEPOT-FOUND         PIC A(1).
       01 WS-DEPOT-OPEN          PIC A(1).
       01 WS-CURR-ELF-ID         PIC 9(5) VALUE 0.
       01 WS-CURR-ELF-NAME       PIC X(20) VALUE SPACES.
       01 WS-CURR-ACTIVE         PIC X(1) VALUE SPACE.
           05 WS-REJ-DATA         PIC X(20).
           05 FILLER              PIC X(5) VALUE " DAY ".
           05 WS-REJ-DAY          PIC 9(3).
       01 WS-NOSHOW-FILE-STATUS  PIC X(2).
       01 WS-NOSHOWSTS-FILE-STATUS PIC X(2).
       01 WS-NOSHOWSTS-EOF       PIC A(1).
       01 WS-NOSHOW-SORT-EOF     PIC A(1).
       01 WS-NOSHOW-CHASE-DAYS   PIC 9(3) VALUE 5.
       01 WS-EXPIRY-WINDOW-DAYS  PIC 9(3) VALUE 7.
       01 WS-FORECAST-GENS       PIC 9(3) VALUE 7.
       01 WS-FORECAST-DAYS       PIC 9(3) VALUE 14.
       01 WS-DIRECT-COST-PER-CAL PIC 9(3)V9(5) VALUE 0.
       01 WS-DIRECT-COST-EDIT    PIC ZZ9.99999.
       01 WS-NOSHOW-TABLE.
           05 WS-NOSHOW-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY NS.
              10 WS-NSH-SEEN-DAY  PIC 9(3).
              10 WS-NSH-DAYS      PIC 9(3).
              10 WS-NSH-FIRST     PIC 9(8).
              10 WS-NSH-LAST-DATE PIC 9(8).
              10 WS-NSH-LAST-DAY  PIC 9(3).
       01 WS-NOSHOW-INDEX        PIC 9(6) VALUE 0.
       01 WS-NOSHOW-LOAD-COUNT   PIC 9(6) VALUE 0.
       01 WS-NOSHOW-DAY-COUNT    PIC 9(6) VALUE 0.
       01 WS-NOSHOW-CHASE-COUNT  PIC 9(6) VALUE 0.
       01 WS-NOSHOW-RESUMED-COUNT PIC 9(6) VALUE 0.
       01 WS-NOSHOW-GROUP-COUNT  PIC 9(6) VALUE 0.
       01 WS-NOSHOW-PREV-SQUAD   PIC X(10) VALUE SPACES.
       01 WS-NOSHOW-PREV-DEPOT   PIC X(3) VALUE SPACES.
       01 WS-NOSHOW-FIRST-GROUP  PIC A(1) VALUE 'Y'.
       01 WS-NOSHOW-LINE         PIC X(120).
       01 WS-NOSHOW-DETAIL-LINE.
           05 FILLER              PIC X(15) VALUE "  MISSING: ELF ".
           05 WS-NSD-ELF-ID       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-NSD-NAME         PIC X(20).
           05 FILLER              PIC X(18)
              VALUE " CONSECUTIVE DAYS ".
           05 WS-NSD-DAYS         PIC 9(3).
           05 FILLER              PIC X(7) VALUE " SINCE ".
           05 WS-NSD-FIRST        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-NSD-FLAG         PIC X(24).
       01 WS-EXCEPTION-LINE.
           05 FILLER              PIC X(16) VALUE "EXCEPTION: FILE ".
           05 WS-EXC-FILENAME     PIC X(40).
           05 WS-EXC-ELF-ID       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EXC-REASON       PIC X(24).
       01 WS-DUPSUSP-FILE-STATUS PIC X(2).
       01 WS-DUPDECN-FILE-STATUS PIC X(2).
       01 WS-DUPRPT-FILE-STATUS  PIC X(2).
       01 WS-DUPSUSP-EOF         PIC A(1).
       01 WS-DUPDECN-EOF         PIC A(1).
       01 WS-HISTARCH-EOF        PIC A(1).
       01 WS-ELFWORK-EOF         PIC A(1).
       01 WS-DECISIONS-PRESENT   PIC A(1) VALUE 'N'.
       01 WS-BLOCK-SIG-TABLE.
           05 WS-BLOCK-SIG OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY BK.
              10 WS-BLK-SOURCE    PIC X(1).
              10 WS-BLK-DATE      PIC 9(8).
              10 WS-BLK-DAY       PIC 9(3).
              10 WS-BLK-ITEMS     PIC 9(5).
              10 WS-BLK-HASH      PIC 9(15).
              10 WS-BLK-SEEN-DAY  PIC 9(3).
       01 WS-BLOCK-INDEX         PIC 9(6) VALUE 0.
       01 WS-BLOCK-LOAD-COUNT    PIC 9(7) VALUE 0.
       01 WS-BLOCK-CHAR-POS      PIC 9(2) VALUE 0.
       01 WS-BLOCK-LINE-VALUE    PIC 9(9) VALUE 0.
       01 WS-CURR-DUP-REASON     PIC X(1) VALUE SPACE.
       01 WS-CURR-HDR-LINE       PIC 9(7) VALUE 0.
       01 WS-CURR-BLOCK-ITEMS    PIC 9(5) VALUE 0.
       01 WS-CURR-BLOCK-HASH     PIC 9(15) VALUE 0.
       01 WS-CURR-MATCH-DATE     PIC 9(8) VALUE 0.
       01 WS-CURR-MATCH-DAY      PIC 9(3) VALUE 0.
       01 WS-RESUME-HELD-COUNT   PIC 9(5) VALUE 0.
       01 WS-RESUME-DUP-REASON   PIC X(1) VALUE SPACE.
       01 WS-RESUME-HDR-LINE     PIC 9(7) VALUE 0.
       01 WS-RESUME-BLOCK-ITEMS  PIC 9(5) VALUE 0.
       01 WS-RESUME-BLOCK-HASH   PIC 9(15) VALUE 0.
       01 WS-RESUME-MATCH-DATE   PIC 9(8) VALUE 0.
       01 WS-RESUME-MATCH-DAY    PIC 9(3) VALUE 0.
       01 WS-RESTORE-ITEM-PENDING PIC 9(5) VALUE 0.
       78 WS-GROUP-ITEM-MAX        VALUE 999.
       01 WS-GROUP-ITEM-TABLE.
           05 WS-GROUP-ITEM OCCURS WS-GROUP-ITEM-MAX TIMES
              INDEXED BY GI.
              10 WS-GRI-CODE      PIC X(6).
              10 WS-GRI-CAL       PIC 9(8).
              10 WS-GRI-RUN       PIC 9(8).
       01 WS-GROUP-ITEM-COUNT    PIC 9(5) VALUE 0.
       01 WS-GROUP-OVERFLOW      PIC A(1) VALUE 'N'.
       78 WS-SUSPECT-MAX           VALUE 500.
       78 WS-SUSPECT-ITEM-MAX      VALUE 20000.
       01 WS-SUSPECT-TABLE.
           05 WS-SUSPECT-ENTRY OCCURS WS-SUSPECT-MAX TIMES
              INDEXED BY SU SV.
              10 WS-SUS-SOURCE    PIC X(1).
              10 WS-SUS-ACTION    PIC X(1).
              10 WS-SUS-APPLIED   PIC X(1).
              10 WS-SUS-RUN-DATE  PIC 9(8).
              10 WS-SUS-ELF-ID    PIC 9(5).
              10 WS-SUS-DAY       PIC 9(3).
              10 WS-SUS-LINE-NUM  PIC 9(7).
              10 WS-SUS-REASON    PIC X(1).
              10 WS-SUS-TOTAL     PIC 9(8).
              10 WS-SUS-BLOCK-ITEMS PIC 9(5).
              10 WS-SUS-BLOCK-HASH PIC 9(15).
              10 WS-SUS-MATCH-DATE PIC 9(8).
              10 WS-SUS-MATCH-DAY PIC 9(3).
              10 WS-SUS-NAME      PIC X(20).
              10 WS-SUS-DEPOT     PIC X(3).
              10 WS-SUS-FILENAME  PIC X(40).
              10 WS-SUS-FIRST-ITEM PIC 9(5).
              10 WS-SUS-ITEM-COUNT PIC 9(5).
       01 WS-SUSPECT-ITEM-TABLE.
           05 WS-SUSPECT-ITEM OCCURS WS-SUSPECT-ITEM-MAX TIMES
              INDEXED BY SX.
              10 WS-SUI-CODE      PIC X(6).
              10 WS-SUI-CAL       PIC 9(8).
       01 WS-SUSPECT-COUNT       PIC 9(5) VALUE 0.
       01 WS-SUSPECT-ITEM-COUNT  PIC 9(5) VALUE 0.
       01 WS-SUSPECT-LAST-ITEM   PIC 9(5) VALUE 0.
       01 WS-SUSPECT-LOAD-COUNT  PIC 9(5) VALUE 0.
       01 WS-SUSPECT-FOUND       PIC A(1).
       78 WS-BAD-DECISION-MAX      VALUE 100.
       01 WS-BAD-DECISION-TABLE.
           05 WS-BAD-DECISION OCCURS WS-BAD-DECISION-MAX TIMES
              INDEXED BY BD.
              10 WS-BDC-RECORD    PIC X(34).
              10 WS-BDC-REASON    PIC X(30).
       01 WS-BAD-DECISION-REASON PIC X(30) VALUE SPACES.
       01 WS-DUP-ACTION-CODE     PIC X(1) VALUE SPACE.
       01 WS-DUP-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-DUP-RELEASED-COUNT  PIC 9(5) VALUE 0.
       01 WS-DUP-MERGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-DUP-DROPPED-COUNT   PIC 9(5) VALUE 0.
       01 WS-DUP-PENDING-COUNT   PIC 9(5) VALUE 0.
       01 WS-DUP-UNHELD-COUNT    PIC 9(5) VALUE 0.
       01 WS-DUP-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01 WS-DUP-DECISION-COUNT  PIC 9(5) VALUE 0.
       01 WS-DUP-RELEASED-ITEMS  PIC 9(7) VALUE 0.
       01 WS-DUP-RUNNING         PIC 9(8) VALUE 0.
       01 WS-DUP-AUDIT-TAG       PIC X(8) VALUE SPACES.
       01 WS-DUP-SECTION-COUNT   PIC 9(5) VALUE 0.
       01 WS-DUP-LINE            PIC X(132).
       01 WS-DUP-REASON-TEXT     PIC X(40).
       01 WS-DUP-DETAIL-LINE.
           05 FILLER              PIC X(6) VALUE "  KEY ".
           05 WS-DPD-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DPD-ELF-ID       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DPD-DAY          PIC 9(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DPD-LINE-NUM     PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DPD-NAME         PIC X(20).
           05 FILLER              PIC X(7) VALUE " DEPOT ".
           05 WS-DPD-DEPOT        PIC X(3).
           05 FILLER              PIC X(10) VALUE " CALORIES ".
           05 WS-DPD-TOTAL        PIC 9(8).
           05 FILLER              PIC X(7) VALUE " ITEMS ".
           05 WS-DPD-ITEMS        PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-DPD-FLAG         PIC X(37).

       PROCEDURE DIVISION.
           INITIALIZE WS-DAY-STAT-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETER-FILE
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-DEPOT-MASTER
           PERFORM LOAD-CUMULATIVE-ADJUSTMENTS
           PERFORM LOAD-ITEM-CATALOG
           PERFORM LOAD-NOSHOW-STATUS
           PERFORM LOAD-BLOCK-ARCHIVE
           PERFORM LOAD-DUPLICATE-SUSPECTS
           PERFORM LOAD-DUPLICATE-DECISIONS
           PERFORM LOAD-CHECKPOINT
           IF WS-RESUME-FOUND NOT = 'Y'
             CLOSE ELF-WORK-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           IF WS-HAD-CHECKPOINT = 'Y'
             OPEN EXTEND NOSHOW-REPORT
             IF WS-NOSHOW-FILE-STATUS NOT = '00'
               OPEN OUTPUT NOSHOW-REPORT
             END-IF
           ELSE
             OPEN OUTPUT NOSHOW-REPORT
           END-IF
           IF WS-NOSHOW-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN MISSING SUBMISSION "
                "REPORT 'noshow.rpt' (STATUS " WS-NOSHOW-FILE-STATUS
                ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT RUN-STATISTICS
           IF WS-RUNSTATS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN RUN STATISTICS FILE "
             CLOSE AUDIT-FILE
             CLOSE LOW-SUPPLY-REPORT
             CLOSE EXCEPTION-REPORT
             CLOSE NOSHOW-REPORT
             CLOSE RUN-STATISTICS
             CLOSE CHECKPOINT-FILE
             CLOSE ELF-WORK-FILE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM APPLY-DUPLICATE-DECISIONS
           CLOSE REJECT-REPORT.
           CLOSE RECYCLE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LOW-SUPPLY-REPORT.
           CLOSE EXCEPTION-REPORT.
           CLOSE NOSHOW-REPORT.
           CLOSE RUN-STATISTICS.
           CLOSE CHECKPOINT-FILE.

             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           IF WS-TREND-OPTION = 'Y'
             OPEN OUTPUT TREND-REPORT
             IF WS-TREND-FILE-STATUS NOT = '00'
           DISPLAY "RANKED ROSTER (WHOLE BATCH):"
           SORT SORT-WORK ON DESCENDING KEY SRT-TOTAL
              ON DESCENDING KEY SRT-ELF-ID
              INPUT PROCEDURE IS SELECT-RANKED-ENTRIES
              OUTPUT PROCEDURE IS RANKED-OUTPUT

           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE RESUPPLY-EXTRACT
           IF WS-TREND-OPTION = 'Y'
             PERFORM WRITE-TREND-REPORT
           CLOSE HISTORY-ARCHIVE
           PERFORM REWRITE-HISTORY-MASTER
           PERFORM CONSUME-TRANSFER-POSTINGS
           PERFORM WRITE-DUPLICATE-REPORT
           PERFORM REWRITE-DUPLICATE-SUSPECTS

           PERFORM WRITE-SQUAD-REPORT
           PERFORM UPDATE-ALERT-STATUS
           DISPLAY "BATCH HIGHEST: " HIGHEST-CALORIE
           DISPLAY "BATCH THREE-H: " THREE-HIGHEST-CALORIE

           IF WS-DUP-PENDING-COUNT > 0 OR WS-DUP-REFUSED-COUNT > 0
               OR WS-DUP-UNHELD-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-CONTROL-REPORT

           GOBACK.

       WRITE-EXTRACT-HEADER.
           MOVE 0 TO WS-EXT-CTL-COUNT
           MOVE 0 TO WS-EXT-CTL-CAL-HASH
           MOVE 0 TO WS-EXT-CTL-ID-HASH
           MOVE 'HDR' TO EXC-REC-TYPE
           MOVE 'EXTRACT' TO EXC-FILE-TYPE
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE WS-GEN-NUM TO EXC-GEN-NUM
           MOVE 0 TO EXC-REC-COUNT
           MOVE 0 TO EXC-CAL-HASH
           MOVE 0 TO EXC-ID-HASH
           WRITE EXTRACT-CONTROL-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE 'TRL' TO EXC-REC-TYPE
           MOVE 'EXTRACT' TO EXC-FILE-TYPE
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE WS-GEN-NUM TO EXC-GEN-NUM
           MOVE WS-EXT-CTL-COUNT TO EXC-REC-COUNT
           MOVE WS-EXT-CTL-CAL-HASH TO EXC-CAL-HASH
           MOVE WS-EXT-CTL-ID-HASH TO EXC-ID-HASH
           WRITE EXTRACT-CONTROL-RECORD
           DISPLAY "EXTRACT CONTROLS: " WS-EXT-CTL-COUNT " RECORDS, "
              "CALORIE HASH " WS-EXT-CTL-CAL-HASH ", ID HASH "
              WS-EXT-CTL-ID-HASH.

       RANKED-OUTPUT.
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
           MOVE SRT-NAME TO EXT-ELF-NAME
           MOVE SRT-DEPOT TO EXT-ELF-DEPOT
           WRITE RESUPPLY-RECORD
           ADD 1 TO WS-EXT-CTL-COUNT
           ADD SRT-TOTAL TO WS-EXT-CTL-CAL-HASH
           ADD SRT-ELF-ID TO WS-EXT-CTL-ID-HASH
           COMPUTE WS-ALERT-INDEX = SRT-ELF-ID + 1
           SET AL TO WS-ALERT-INDEX
           MOVE WS-ALERT-INDEX TO WS-ADJ-INDEX
           MOVE SRT-ELF-ID TO HAR-ELF-ID
           MOVE SRT-DAY TO HAR-ELF-DAY
           MOVE SRT-TOTAL TO HAR-TOTAL
           MOVE SRT-BLOCK-ITEMS TO HAR-BLOCK-ITEMS
           MOVE SRT-BLOCK-HASH TO HAR-BLOCK-HASH
           WRITE HISTORY-ARCHIVE-RECORD
           PERFORM POST-HISTORY-MASTER
           PERFORM POST-SQUAD-TOTALS.
               ELSE
                 PERFORM WRITE-PARAM-VALUE-ERROR
               END-IF
             WHEN 'NOSHOW-CHASE-DAYS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y' AND WS-PARAM-NUM > 0
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-NOSHOW-CHASE-DAYS
               ELSE
                 PERFORM WRITE-PARAM-VALUE-ERROR
               END-IF
             WHEN 'EXPIRY-WINDOW-DAYS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y'
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-EXPIRY-WINDOW-DAYS
               ELSE
                 PERFORM WRITE-PARAM-VALUE-ERROR
               END-IF
             WHEN 'FORECAST-GENERATIONS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y' AND WS-PARAM-NUM > 0
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-FORECAST-GENS
               ELSE
                 PERFORM WRITE-PARAM-VALUE-ERROR
               END-IF
             WHEN 'FORECAST-DAYS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y' AND WS-PARAM-NUM > 0
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-FORECAST-DAYS
               ELSE
                 PERFORM WRITE-PARAM-VALUE-ERROR
               END-IF
             WHEN 'DIRECT-COST-PER-CAL'
               PERFORM PARSE-PARAM-DECIMAL
               IF WS-PARAM-NUM-VALID = 'Y'
                 MOVE WS-PARAM-DEC TO WS-DIRECT-COST-PER-CAL
               ELSE
                 PERFORM WRITE-PARAM-VALUE-ERROR
               END-IF
             WHEN OTHER
               ADD 1 TO WS-PARAM-ERRORS
               MOVE SPACES TO WS-PARMLIST-LINE
             END-IF
           END-IF.

       PARSE-PARAM-DECIMAL.
           MOVE 'N' TO WS-PARAM-NUM-VALID
           MOVE SPACES TO WS-PARAM-DEC-WHOLE
           MOVE SPACES TO WS-PARAM-DEC-FRAC
           MOVE SPACES TO WS-PARAM-DEC-EXTRA
           MOVE 0 TO WS-PARAM-WHOLE-LEN
           MOVE 0 TO WS-PARAM-FRAC-LEN
           IF WS-PARAM-VALUE NOT = SPACES
             UNSTRING WS-PARAM-VALUE DELIMITED BY '.' OR ALL SPACES
               INTO WS-PARAM-DEC-WHOLE COUNT IN WS-PARAM-WHOLE-LEN
                  WS-PARAM-DEC-FRAC COUNT IN WS-PARAM-FRAC-LEN
                  WS-PARAM-DEC-EXTRA
             INSPECT WS-PARAM-DEC-WHOLE REPLACING ALL SPACES
                BY ZEROES
             INSPECT WS-PARAM-DEC-FRAC REPLACING ALL SPACES
                BY ZEROES
             IF WS-PARAM-DEC-WHOLE IS NUMERIC
                 AND WS-PARAM-DEC-FRAC IS NUMERIC
                 AND WS-PARAM-DEC-EXTRA = SPACES
                 AND WS-PARAM-WHOLE-LEN NOT > 3
                 AND WS-PARAM-FRAC-LEN NOT > 5
               MOVE WS-PARAM-DEC-WHOLE TO WS-PARAM-WHOLE-NUM
               MOVE WS-PARAM-DEC-FRAC TO WS-PARAM-FRAC-NUM
               COMPUTE WS-PARAM-DEC = WS-PARAM-WHOLE-NUM
                  + WS-PARAM-FRAC-NUM / 100000
               MOVE 'Y' TO WS-PARAM-NUM-VALID
             END-IF
           END-IF.

       WRITE-PARAM-VALUE-ERROR.
           ADD 1 TO WS-PARAM-ERRORS
           MOVE SPACES TO WS-PARMLIST-LINE
           STRING "PARM TREND-REPORT " WS-TREND-OPTION
              " (DEFAULT Y)" DELIMITED BY SIZE
              INTO WS-PARMLIST-LINE
           PERFORM WRITE-PARMLIST-LINE
           MOVE SPACES TO WS-PARMLIST-LINE
           STRING "PARM NOSHOW-CHASE-DAYS " WS-NOSHOW-CHASE-DAYS
              " (DEFAULT 005)" DELIMITED BY SIZE
              INTO WS-PARMLIST-LINE
           PERFORM WRITE-PARMLIST-LINE
           MOVE SPACES TO WS-PARMLIST-LINE
           STRING "PARM EXPIRY-WINDOW-DAYS " WS-EXPIRY-WINDOW-DAYS
              " (DEFAULT 007)" DELIMITED BY SIZE
              INTO WS-PARMLIST-LINE
           PERFORM WRITE-PARMLIST-LINE
           MOVE SPACES TO WS-PARMLIST-LINE
           STRING "PARM FORECAST-GENERATIONS " WS-FORECAST-GENS
              " (DEFAULT 007)" DELIMITED BY SIZE
              INTO WS-PARMLIST-LINE
           PERFORM WRITE-PARMLIST-LINE
           MOVE SPACES TO WS-PARMLIST-LINE
           STRING "PARM FORECAST-DAYS " WS-FORECAST-DAYS
              " (DEFAULT 014)" DELIMITED BY SIZE
              INTO WS-PARMLIST-LINE
           PERFORM WRITE-PARMLIST-LINE
           MOVE WS-DIRECT-COST-PER-CAL TO WS-DIRECT-COST-EDIT
           MOVE SPACES TO WS-PARMLIST-LINE
           STRING "PARM DIRECT-COST-PER-CAL "
              FUNCTION TRIM(WS-DIRECT-COST-EDIT)
              " (DEFAULT 0.00000)" DELIMITED BY SIZE
              INTO WS-PARMLIST-LINE
           PERFORM WRITE-PARMLIST-LINE.

       WRITE-PARMLIST-LINE.
                   IF RHR-STATUS = 'C'
                     PERFORM NOTE-SUCCESSFUL-RUN-DATE
                   END-IF
                   IF RHR-STATUS = 'S'
                       AND RHR-RUN-DATE > WS-LAST-RUN-DATE
                     MOVE RHR-RUN-DATE TO WS-LAST-RUN-DATE
                   END-IF
                   IF RHR-RUN-DATE = WS-RUN-DATE
                       AND RHR-FL-COUNT = WS-FILELIST-COUNT
                       AND RHR-FL-HASH = WS-FL-HASH
              DELIMITED BY SIZE INTO WS-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           STRING "DUPLICATE SUSPECTS: HELD " WS-DUP-HELD-COUNT
              " RELEASED " WS-DUP-RELEASED-COUNT
              " MERGED " WS-DUP-MERGED-COUNT
              " DROPPED " WS-DUP-DROPPED-COUNT
              " PENDING " WS-DUP-PENDING-COUNT
              DELIMITED BY SIZE INTO WS-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO WS-CONTROL-LINE
           MOVE RETURN-CODE TO WS-FINAL-RC
           STRING "FINAL RETURN CODE " WS-FINAL-RC
              DELIMITED BY SIZE INTO WS-CONTROL-LINE
                         AND CKPT-REJ-COUNT IS NUMERIC
                         AND CKPT-SEP-COUNT IS NUMERIC
                         AND CKPT-EXCL-COUNT IS NUMERIC
                         AND CKPT-HELD-COUNT IS NUMERIC
                         AND CKPT-DUP-LINE IS NUMERIC
                         AND CKPT-BLOCK-ITEMS IS NUMERIC
                         AND CKPT-BLOCK-HASH IS NUMERIC
                         AND CKPT-MATCH-DATE IS NUMERIC
                         AND CKPT-MATCH-DAY IS NUMERIC
                       MOVE 'Y' TO WS-RESUME-FOUND
                       MOVE CKPT-ELF-COUNT TO WS-RESUME-ELF-COUNT
                       MOVE CKPT-RUNNING-TOTAL TO WS-RESUME-TOTAL
                       MOVE CKPT-SEP-COUNT TO WS-RESUME-SEP-COUNT
                       MOVE CKPT-EXCL-COUNT TO WS-RESUME-EXCL-COUNT
                       MOVE CKPT-CURR-DEPOT TO WS-RESUME-CURR-DEPOT
                       MOVE CKPT-HELD-COUNT TO WS-RESUME-HELD-COUNT
                       MOVE CKPT-DUP-REASON TO WS-RESUME-DUP-REASON
                       MOVE CKPT-DUP-LINE TO WS-RESUME-HDR-LINE
                       MOVE CKPT-BLOCK-ITEMS TO WS-RESUME-BLOCK-ITEMS
                       MOVE CKPT-BLOCK-HASH TO WS-RESUME-BLOCK-HASH
                       MOVE CKPT-MATCH-DATE TO WS-RESUME-MATCH-DATE
                       MOVE CKPT-MATCH-DAY TO WS-RESUME-MATCH-DAY
                     ELSE
                       DISPLAY "WARNING: IGNORING TORN CHECKPOINT "
                          "RECORD (TYPE S)"
             GOBACK
           END-IF
           MOVE SPACE TO WS-CKPT-EOF
           MOVE 0 TO WS-RESTORE-ITEM-PENDING
           PERFORM UNTIL WS-CKPT-EOF = 'Y'
               OR (WS-ELF-COUNT >= WS-RESUME-ELF-COUNT
                 AND WS-DUP-HELD-COUNT >= WS-RESUME-HELD-COUNT)
             READ CHECKPOINT-FILE
             AT END
               MOVE 'Y' TO WS-CKPT-EOF
             NOT AT END
               IF CKPT-REC-TYPE = 'I'
                 PERFORM RESTORE-SUSPECT-ITEM
               END-IF
               IF CKPT-REC-TYPE = 'D'
                 PERFORM RESTORE-SUSPECT-GROUP
               END-IF
               IF CKPT-REC-TYPE = 'E'
                 IF CKPT-ELF-ID IS NUMERIC
                     AND CKPT-ELF-TOTAL IS NUMERIC
                   MOVE CKPT-DAY-NUM TO EWF-DAY
                   MOVE CKPT-ELF-NAME TO EWF-NAME
                   MOVE CKPT-ELF-DEPOT TO EWF-DEPOT
                   IF CKPT-BLOCK-ITEMS IS NUMERIC
                       AND CKPT-BLOCK-HASH IS NUMERIC
                     MOVE CKPT-BLOCK-ITEMS TO EWF-BLOCK-ITEMS
                     MOVE CKPT-BLOCK-HASH TO EWF-BLOCK-HASH
                   ELSE
                     MOVE 0 TO EWF-BLOCK-ITEMS
                     MOVE 0 TO EWF-BLOCK-HASH
                   END-IF
                   WRITE ELF-WORK-RECORD
                   COMPUTE WS-BLOCK-INDEX = CKPT-ELF-ID + 1
                   SET BK TO WS-BLOCK-INDEX
                   MOVE 'R' TO WS-BLK-SOURCE(BK)
                   MOVE WS-RUN-DATE TO WS-BLK-DATE(BK)
                   MOVE CKPT-DAY-NUM TO WS-BLK-DAY(BK)
                   MOVE EWF-BLOCK-ITEMS TO WS-BLK-ITEMS(BK)
                   MOVE EWF-BLOCK-HASH TO WS-BLK-HASH(BK)
                   MOVE CKPT-DAY-NUM TO WS-BLK-SEEN-DAY(BK)
                   ADD 1 TO WS-ELF-COUNT
                   SET DS TO CKPT-DAY-NUM
                   ADD 1 TO WS-DS-ELVES(DS)
                   COMPUTE WS-NOSHOW-INDEX = CKPT-ELF-ID + 1
                   MOVE CKPT-DAY-NUM
                      TO WS-NSH-SEEN-DAY(WS-NOSHOW-INDEX)
                   ADD CKPT-ELF-TOTAL TO WS-DS-DAY-TOTAL(DS)
                 ELSE
                   DISPLAY "WARNING: IGNORING TORN CHECKPOINT "
                " OF " WS-RESUME-ELF-COUNT " ELF RECORDS - "
                "RESUMING WITH WHAT WAS RECOVERED"
             MOVE WS-ELF-COUNT TO WS-RESUME-ELF-COUNT
           END-IF
           IF WS-DUP-HELD-COUNT < WS-RESUME-HELD-COUNT
             DISPLAY "WARNING: CHECKPOINT HELD ONLY " WS-DUP-HELD-COUNT
                " OF " WS-RESUME-HELD-COUNT " DUPLICATE SUSPECT "
                "RECORDS - RESUMING WITH WHAT WAS RECOVERED"
             MOVE WS-DUP-HELD-COUNT TO WS-RESUME-HELD-COUNT
           END-IF.

       RESTORE-SUSPECT-ITEM.
           IF CKPT-ITM-CAL IS NUMERIC
             IF WS-SUSPECT-ITEM-COUNT + WS-RESTORE-ITEM-PENDING
                 < WS-SUSPECT-ITEM-MAX
               ADD 1 TO WS-RESTORE-ITEM-PENDING
               COMPUTE WS-SUSPECT-LAST-ITEM = WS-SUSPECT-ITEM-COUNT
                  + WS-RESTORE-ITEM-PENDING
               SET SX TO WS-SUSPECT-LAST-ITEM
               MOVE CKPT-ITM-CODE TO WS-SUI-CODE(SX)
               MOVE CKPT-ITM-CAL TO WS-SUI-CAL(SX)
             END-IF
           ELSE
             DISPLAY "WARNING: IGNORING TORN CHECKPOINT "
                "RECORD (TYPE I)"
           END-IF.

       RESTORE-SUSPECT-GROUP.
           IF CKPT-ELF-ID IS NUMERIC
               AND CKPT-ELF-TOTAL IS NUMERIC
               AND CKPT-DAY-NUM IS NUMERIC
               AND CKPT-DUP-LINE IS NUMERIC
               AND CKPT-BLOCK-ITEMS IS NUMERIC
               AND CKPT-BLOCK-HASH IS NUMERIC
               AND CKPT-MATCH-DATE IS NUMERIC
               AND CKPT-MATCH-DAY IS NUMERIC
               AND WS-SUSPECT-COUNT < WS-SUSPECT-MAX
             ADD 1 TO WS-SUSPECT-COUNT
             ADD 1 TO WS-DUP-HELD-COUNT
             SET SU TO WS-SUSPECT-COUNT
             MOVE 'N' TO WS-SUS-SOURCE(SU)
             MOVE SPACE TO WS-SUS-ACTION(SU)
             MOVE SPACE TO WS-SUS-APPLIED(SU)
             MOVE WS-RUN-DATE TO WS-SUS-RUN-DATE(SU)
             MOVE CKPT-ELF-ID TO WS-SUS-ELF-ID(SU)
             MOVE CKPT-DAY-NUM TO WS-SUS-DAY(SU)
             MOVE CKPT-DUP-LINE TO WS-SUS-LINE-NUM(SU)
             MOVE CKPT-DUP-REASON TO WS-SUS-REASON(SU)
             MOVE CKPT-ELF-TOTAL TO WS-SUS-TOTAL(SU)
             MOVE CKPT-BLOCK-ITEMS TO WS-SUS-BLOCK-ITEMS(SU)
             MOVE CKPT-BLOCK-HASH TO WS-SUS-BLOCK-HASH(SU)
             MOVE CKPT-MATCH-DATE TO WS-SUS-MATCH-DATE(SU)
             MOVE CKPT-MATCH-DAY TO WS-SUS-MATCH-DAY(SU)
             MOVE CKPT-ELF-NAME TO WS-SUS-NAME(SU)
             MOVE CKPT-ELF-DEPOT TO WS-SUS-DEPOT(SU)
             MOVE CKPT-FILENAME TO WS-SUS-FILENAME(SU)
             COMPUTE WS-SUS-FIRST-ITEM(SU) = WS-SUSPECT-ITEM-COUNT + 1
             MOVE WS-RESTORE-ITEM-PENDING TO WS-SUS-ITEM-COUNT(SU)
             ADD WS-RESTORE-ITEM-PENDING TO WS-SUSPECT-ITEM-COUNT
             COMPUTE WS-BLOCK-INDEX = CKPT-ELF-ID + 1
             SET BK TO WS-BLOCK-INDEX
             MOVE CKPT-DAY-NUM TO WS-BLK-SEEN-DAY(BK)
             COMPUTE WS-NOSHOW-INDEX = CKPT-ELF-ID + 1
             MOVE CKPT-DAY-NUM
                TO WS-NSH-SEEN-DAY(WS-NOSHOW-INDEX)
             PERFORM SUPERSEDE-CARRIED-SUSPECT
           ELSE
             DISPLAY "WARNING: IGNORING TORN CHECKPOINT "
                "RECORD (TYPE D)"
           END-IF
           MOVE 0 TO WS-RESTORE-ITEM-PENDING.

       DISPLAY-RESTORED-DAY.
           SET DS TO WS-DAY-NUM
           MOVE 'R' TO WS-DS-FLAG(DS)
           MOVE 0 TO WS-DAY-SEP-COUNT
           MOVE 0 TO WS-DAY-EXCL-COUNT
           MOVE 'N' TO WS-DAY-RESUMED
           MOVE 0 TO WS-GROUP-ITEM-COUNT
           MOVE 'N' TO WS-GROUP-OVERFLOW

           IF WS-RESUME-FOUND = 'Y' AND WS-DAY-NUM = WS-RESUME-DAY-NUM
             IF WS-RESUME-FILENAME NOT = SPACES
               CLOSE AUDIT-FILE
               CLOSE LOW-SUPPLY-REPORT
               CLOSE EXCEPTION-REPORT
               CLOSE NOSHOW-REPORT
               CLOSE RUN-STATISTICS
               CLOSE CHECKPOINT-FILE
               CLOSE ELF-WORK-FILE
             MOVE WS-RESUME-REJ-COUNT TO WS-DAY-REJ-COUNT
             MOVE WS-RESUME-SEP-COUNT TO WS-DAY-SEP-COUNT
             MOVE WS-RESUME-EXCL-COUNT TO WS-DAY-EXCL-COUNT
             MOVE WS-RESUME-DUP-REASON TO WS-CURR-DUP-REASON
             MOVE WS-RESUME-HDR-LINE TO WS-CURR-HDR-LINE
             MOVE WS-RESUME-BLOCK-ITEMS TO WS-CURR-BLOCK-ITEMS
             MOVE WS-RESUME-BLOCK-HASH TO WS-CURR-BLOCK-HASH
             MOVE WS-RESUME-MATCH-DATE TO WS-CURR-MATCH-DATE
             MOVE WS-RESUME-MATCH-DAY TO WS-CURR-MATCH-DAY
             IF WS-RESUME-GROUP-ACTIVE = 'Y'
               COMPUTE WS-BLOCK-INDEX = WS-RESUME-CURR-ELF-ID + 1
               SET BK TO WS-BLOCK-INDEX
               MOVE WS-DAY-NUM TO WS-BLK-SEEN-DAY(BK)
             END-IF
             MOVE 'Y' TO WS-DAY-RESUMED
             MOVE 'N' TO WS-RESUME-FOUND
           END-IF
                (WS-INPUT-FILENAME) "): " WS-DAY-ELF-COUNT
                " ELVES, TOTAL CALORIES: " WS-DAY-TOTAL
             PERFORM WRITE-DAY-STATISTICS
             PERFORM REPORT-MISSING-SUBMISSIONS
           END-IF.

       WRITE-DAY-STATISTICS.
           ADD WS-DAY-REJ-COUNT TO WS-RUN-REJ-TOTAL.

       FINALIZE-ELF-GROUP.
           IF WS-CURR-DUP-REASON = SPACE
             PERFORM CHECK-PRIOR-BLOCK
           END-IF
           IF WS-CURR-DUP-REASON NOT = SPACE
             PERFORM HOLD-SUSPECT-GROUP
           END-IF
           COMPUTE WS-NOSHOW-INDEX = WS-CURR-ELF-ID + 1
           MOVE WS-DAY-NUM TO WS-NSH-SEEN-DAY(WS-NOSHOW-INDEX)
           IF WS-CURR-DUP-REASON = SPACE
             PERFORM FLUSH-GROUP-AUDIT-ITEMS
             ADD 1 TO WS-ELF-COUNT
             MOVE WS-CURR-ELF-ID TO EWF-ELF-ID
             MOVE WS-CALORIE-TOTAL TO EWF-TOTAL
             MOVE WS-DAY-NUM TO EWF-DAY
             MOVE WS-CURR-ELF-NAME TO EWF-NAME
             MOVE WS-CURR-DEPOT TO EWF-DEPOT
             MOVE WS-CURR-BLOCK-ITEMS TO EWF-BLOCK-ITEMS
             MOVE WS-CURR-BLOCK-HASH TO EWF-BLOCK-HASH
             WRITE ELF-WORK-RECORD
             ADD 1 TO WS-DAY-ELF-COUNT
             ADD WS-CALORIE-TOTAL TO WS-DAY-TOTAL
             PERFORM WRITE-ELF-CHECKPOINT
             PERFORM WRITE-AUDIT-FINAL
             COMPUTE WS-ADJ-INDEX = WS-CURR-ELF-ID + 1
             MOVE WS-CALORIE-TOTAL TO WS-EFFECTIVE-TOTAL
             PERFORM APPLY-NET-TO-EFFECTIVE
             IF WS-EFFECTIVE-TOTAL < WS-MIN-CALORIES-THRESHOLD
               PERFORM WRITE-LOW-SUPPLY-ALERT
             END-IF
             COMPUTE WS-BLOCK-INDEX = WS-CURR-ELF-ID + 1
             SET BK TO WS-BLOCK-INDEX
             MOVE 'R' TO WS-BLK-SOURCE(BK)
             MOVE WS-RUN-DATE TO WS-BLK-DATE(BK)
             MOVE WS-DAY-NUM TO WS-BLK-DAY(BK)
             MOVE WS-CURR-BLOCK-ITEMS TO WS-BLK-ITEMS(BK)
             MOVE WS-CURR-BLOCK-HASH TO WS-BLK-HASH(BK)
           END-IF
           SET WS-CALORIE-TOTAL TO 0
           MOVE SPACE TO WS-CURR-DUP-REASON
           MOVE 'N' TO WS-ELF-GROUP-ACTIVE.

       START-BLOCK-SIGNATURE.
           MOVE WS-LINE-NUM TO WS-CURR-HDR-LINE
           MOVE 0 TO WS-CURR-BLOCK-ITEMS
           MOVE 0 TO WS-CURR-BLOCK-HASH
           MOVE 0 TO WS-CURR-MATCH-DATE
           MOVE 0 TO WS-CURR-MATCH-DAY
           MOVE 0 TO WS-GROUP-ITEM-COUNT
           MOVE 'N' TO WS-GROUP-OVERFLOW
           MOVE SPACE TO WS-CURR-DUP-REASON
           COMPUTE WS-BLOCK-INDEX = WS-CURR-ELF-ID + 1
           SET BK TO WS-BLOCK-INDEX
           IF WS-BLK-SEEN-DAY(BK) = WS-DAY-NUM
             MOVE 'R' TO WS-CURR-DUP-REASON
           ELSE
             MOVE WS-DAY-NUM TO WS-BLK-SEEN-DAY(BK)
           END-IF.

       ADD-LINE-TO-BLOCK-SIGNATURE.
           MOVE 0 TO WS-BLOCK-LINE-VALUE
           PERFORM VARYING WS-BLOCK-CHAR-POS FROM 1 BY 1
               UNTIL WS-BLOCK-CHAR-POS > 20
             COMPUTE WS-BLOCK-LINE-VALUE = WS-BLOCK-LINE-VALUE
                + (FUNCTION ORD(WS-CALORIES(WS-BLOCK-CHAR-POS:1))
                   * WS-BLOCK-CHAR-POS)
           END-PERFORM
           COMPUTE WS-CURR-BLOCK-HASH = FUNCTION MOD(
              (WS-CURR-BLOCK-HASH * 131) + WS-BLOCK-LINE-VALUE,
              1000000000000000)
           ADD 1 TO WS-CURR-BLOCK-ITEMS
             ON SIZE ERROR
               CONTINUE
           END-ADD.

       CHECK-PRIOR-BLOCK.
           COMPUTE WS-BLOCK-INDEX = WS-CURR-ELF-ID + 1
           SET BK TO WS-BLOCK-INDEX
           IF WS-CURR-BLOCK-ITEMS > 0
               AND WS-BLK-ITEMS(BK) = WS-CURR-BLOCK-ITEMS
               AND WS-BLK-HASH(BK) = WS-CURR-BLOCK-HASH
               AND (WS-BLK-SOURCE(BK) = 'A'
                 OR WS-BLK-DAY(BK) < WS-DAY-NUM)
             MOVE 'P' TO WS-CURR-DUP-REASON
             MOVE WS-BLK-DATE(BK) TO WS-CURR-MATCH-DATE
             MOVE WS-BLK-DAY(BK) TO WS-CURR-MATCH-DAY
           END-IF.

       HOLD-SUSPECT-GROUP.
           IF WS-GROUP-OVERFLOW = 'Y'
               OR WS-SUSPECT-COUNT >= WS-SUSPECT-MAX
               OR WS-SUSPECT-ITEM-COUNT + WS-GROUP-ITEM-COUNT
                 > WS-SUSPECT-ITEM-MAX
             DISPLAY "WARNING: DUPLICATE SUSPECT ELF " WS-CURR-ELF-ID
                " DAY " WS-DAY-NUM " LINE " WS-CURR-HDR-LINE
                " COULD NOT BE HELD - RANKED AS SUBMITTED"
             ADD 1 TO WS-DUP-UNHELD-COUNT
             MOVE SPACE TO WS-CURR-DUP-REASON
           ELSE
             ADD 1 TO WS-SUSPECT-COUNT
             SET SU TO WS-SUSPECT-COUNT
             MOVE 'N' TO WS-SUS-SOURCE(SU)
             MOVE SPACE TO WS-SUS-ACTION(SU)
             MOVE SPACE TO WS-SUS-APPLIED(SU)
             MOVE WS-RUN-DATE TO WS-SUS-RUN-DATE(SU)
             MOVE WS-CURR-ELF-ID TO WS-SUS-ELF-ID(SU)
             MOVE WS-DAY-NUM TO WS-SUS-DAY(SU)
             MOVE WS-CURR-HDR-LINE TO WS-SUS-LINE-NUM(SU)
             MOVE WS-CURR-DUP-REASON TO WS-SUS-REASON(SU)
             MOVE WS-CALORIE-TOTAL TO WS-SUS-TOTAL(SU)
             MOVE WS-CURR-BLOCK-ITEMS TO WS-SUS-BLOCK-ITEMS(SU)
             MOVE WS-CURR-BLOCK-HASH TO WS-SUS-BLOCK-HASH(SU)
             MOVE WS-CURR-MATCH-DATE TO WS-SUS-MATCH-DATE(SU)
             MOVE WS-CURR-MATCH-DAY TO WS-SUS-MATCH-DAY(SU)
             MOVE WS-CURR-ELF-NAME TO WS-SUS-NAME(SU)
             MOVE WS-CURR-DEPOT TO WS-SUS-DEPOT(SU)
             MOVE WS-INPUT-FILENAME TO WS-SUS-FILENAME(SU)
             COMPUTE WS-SUS-FIRST-ITEM(SU) = WS-SUSPECT-ITEM-COUNT + 1
             MOVE WS-GROUP-ITEM-COUNT TO WS-SUS-ITEM-COUNT(SU)
             PERFORM VARYING GI FROM 1 BY 1
                 UNTIL GI > WS-GROUP-ITEM-COUNT
               ADD 1 TO WS-SUSPECT-ITEM-COUNT
               SET SX TO WS-SUSPECT-ITEM-COUNT
               MOVE WS-GRI-CODE(GI) TO WS-SUI-CODE(SX)
               MOVE WS-GRI-CAL(GI) TO WS-SUI-CAL(SX)
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE 'I' TO CKPT-REC-TYPE
               MOVE WS-GRI-CODE(GI) TO CKPT-ITM-CODE
               MOVE WS-GRI-CAL(GI) TO CKPT-ITM-CAL
               WRITE CHECKPOINT-RECORD
             END-PERFORM
             PERFORM SUPERSEDE-CARRIED-SUSPECT
             PERFORM WRITE-SUSPECT-CHECKPOINT
             SUBTRACT WS-GROUP-ITEM-COUNT FROM WS-DAY-ITEM-COUNT
             ADD WS-GROUP-ITEM-COUNT TO WS-DAY-EXCL-COUNT
             MOVE 0 TO WS-GROUP-ITEM-COUNT
             ADD 1 TO WS-DUP-HELD-COUNT
             DISPLAY "DUPLICATE SUSPECT HELD: ELF " WS-CURR-ELF-ID
                " DAY " WS-DAY-NUM " LINE " WS-CURR-HDR-LINE
                " CALORIES " WS-CALORIE-TOTAL
           END-IF.

       FLUSH-GROUP-AUDIT-ITEMS.
           PERFORM VARYING GI FROM 1 BY 1
               UNTIL GI > WS-GROUP-ITEM-COUNT
             MOVE WS-CURR-ELF-ID TO WS-AUD-ITM-ELF-ID
             MOVE WS-CURR-ELF-NAME TO WS-AUD-ITM-NAME
             MOVE WS-GRI-CODE(GI) TO WS-AUD-ITM-CODE
             MOVE WS-GRI-CAL(GI) TO WS-AUD-ITM-CAL
             MOVE WS-GRI-RUN(GI) TO WS-AUD-ITM-RUN
             MOVE WS-DAY-NUM TO WS-AUD-ITM-DAY
             MOVE SPACES TO AUDIT-RECORD
             MOVE WS-AUDIT-ITEM-LINE TO AUDIT-RECORD
             WRITE AUDIT-RECORD
           END-PERFORM
           MOVE 0 TO WS-GROUP-ITEM-COUNT.

       WRITE-AUDIT-ITEM.
           IF WS-GROUP-ITEM-COUNT >= WS-GROUP-ITEM-MAX
             PERFORM FLUSH-GROUP-AUDIT-ITEMS
             MOVE 'Y' TO WS-GROUP-OVERFLOW
           END-IF
           ADD 1 TO WS-GROUP-ITEM-COUNT
           SET GI TO WS-GROUP-ITEM-COUNT
           MOVE WS-CURR-ITEM-CODE TO WS-GRI-CODE(GI)
           MOVE WS-CALORIE-NUM TO WS-GRI-CAL(GI)
           MOVE WS-CALORIE-TOTAL TO WS-GRI-RUN(GI)
           ADD 1 TO WS-DAY-ITEM-COUNT.

       WRITE-AUDIT-FINAL.
           MOVE WS-DAY-NUM TO CKPT-DAY-NUM
           MOVE WS-CURR-ELF-NAME TO CKPT-ELF-NAME
           MOVE WS-CURR-DEPOT TO CKPT-ELF-DEPOT
           MOVE WS-CURR-BLOCK-ITEMS TO CKPT-BLOCK-ITEMS
           MOVE WS-CURR-BLOCK-HASH TO CKPT-BLOCK-HASH
           WRITE CHECKPOINT-RECORD.

       WRITE-SUSPECT-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'D' TO CKPT-REC-TYPE
           MOVE WS-CURR-ELF-ID TO CKPT-ELF-ID
           MOVE WS-CALORIE-TOTAL TO CKPT-ELF-TOTAL
           MOVE WS-DAY-NUM TO CKPT-DAY-NUM
           MOVE WS-INPUT-FILENAME TO CKPT-FILENAME
           MOVE WS-CURR-ELF-NAME TO CKPT-ELF-NAME
           MOVE WS-CURR-DEPOT TO CKPT-ELF-DEPOT
           MOVE WS-CURR-DUP-REASON TO CKPT-DUP-REASON
           MOVE WS-CURR-HDR-LINE TO CKPT-DUP-LINE
           MOVE WS-CURR-BLOCK-ITEMS TO CKPT-BLOCK-ITEMS
           MOVE WS-CURR-BLOCK-HASH TO CKPT-BLOCK-HASH
           MOVE WS-CURR-MATCH-DATE TO CKPT-MATCH-DATE
           MOVE WS-CURR-MATCH-DAY TO CKPT-MATCH-DAY
           WRITE CHECKPOINT-RECORD.

       WRITE-STATE-CHECKPOINT.
           MOVE WS-DAY-SEP-COUNT TO CKPT-SEP-COUNT
           MOVE WS-DAY-EXCL-COUNT TO CKPT-EXCL-COUNT
           MOVE WS-CURR-DEPOT TO CKPT-CURR-DEPOT
           MOVE WS-DUP-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-CURR-DUP-REASON TO CKPT-DUP-REASON
           MOVE WS-CURR-HDR-LINE TO CKPT-DUP-LINE
           MOVE WS-CURR-BLOCK-ITEMS TO CKPT-BLOCK-ITEMS
           MOVE WS-CURR-BLOCK-HASH TO CKPT-BLOCK-HASH
           MOVE WS-CURR-MATCH-DATE TO CKPT-MATCH-DATE
           MOVE WS-CURR-MATCH-DAY TO CKPT-MATCH-DAY
           WRITE CHECKPOINT-RECORD.

       WRITE-LOW-SUPPLY-ALERT.
           CLOSE ELF-MASTER
           DISPLAY "ELF MASTER LOADED: " WS-MASTER-COUNT " ELVES".

       LOAD-DEPOT-MASTER.
           OPEN INPUT DEPOT-MASTER
           IF WS-DEPOT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN DEPOT MASTER FILE "
                "'depotmst.dat' (STATUS " WS-DEPOT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           INITIALIZE WS-DEPOT-TABLE
           MOVE SPACE TO WS-DEPOT-EOF
           PERFORM UNTIL WS-DEPOT-EOF = 'Y'
             READ DEPOT-MASTER
             AT END
               MOVE 'Y' TO WS-DEPOT-EOF
             NOT AT END
               IF DPM-DEPOT-CODE NOT = SPACES
                 IF WS-DEPOT-COUNT >= WS-DEPOT-MAX
                   DISPLAY "ERROR: DEPOT MASTER 'depotmst.dat' HOLDS "
                      "MORE RECORDS THAN TABLE CAPACITY OF "
                      WS-DEPOT-MAX
                   CLOSE DEPOT-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-DEPOT-COUNT
                 SET DX TO WS-DEPOT-COUNT
                 MOVE DPM-DEPOT-CODE TO WS-DPT-CODE(DX)
                 MOVE DPM-STATUS TO WS-DPT-STATUS(DX)
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED DEPOT MASTER "
                    "RECORD: " DEPOT-MASTER-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE DEPOT-MASTER
           DISPLAY "DEPOT MASTER LOADED: " WS-DEPOT-COUNT " DEPOTS".

       LOOKUP-DEPOT.
           MOVE 'N' TO WS-DEPOT-FOUND
           MOVE 'N' TO WS-DEPOT-OPEN
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPOT-COUNT OR WS-DEPOT-FOUND = 'Y'
             IF WS-DPT-CODE(DX) = WS-CURR-DEPOT
               MOVE 'Y' TO WS-DEPOT-FOUND
               IF WS-DPT-STATUS(DX) = 'O'
                 MOVE 'Y' TO WS-DEPOT-OPEN
               END-IF
             END-IF
           END-PERFORM.

       LOOKUP-MASTER-ELF.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE SPACES TO WS-CURR-ELF-NAME
             MOVE WS-HEADER-ID-JUST TO WS-CURR-ELF-ID
             PERFORM LOOKUP-MASTER-ELF
             IF WS-MASTER-FOUND = 'Y' AND WS-CURR-ACTIVE = 'A'
               PERFORM LOOKUP-DEPOT
             END-IF
             IF WS-MASTER-FOUND = 'Y' AND WS-CURR-ACTIVE = 'A'
                 AND WS-DEPOT-OPEN = 'Y'
               MOVE 'V' TO WS-CURR-GROUP-STATE
               MOVE 'Y' TO WS-ELF-GROUP-ACTIVE
               PERFORM START-BLOCK-SIGNATURE
             ELSE
               IF WS-MASTER-FOUND = 'Y' AND WS-CURR-ACTIVE = 'A'
                 COMPUTE WS-NOSHOW-INDEX = WS-CURR-ELF-ID + 1
                 MOVE WS-DAY-NUM TO WS-NSH-SEEN-DAY(WS-NOSHOW-INDEX)
               END-IF
               MOVE 'X' TO WS-CURR-GROUP-STATE
               IF WS-MASTER-FOUND = 'Y'
                 IF WS-CURR-ACTIVE NOT = 'A'
                   MOVE "INACTIVE ELF" TO WS-EXCP-REASON
                 ELSE
                   IF WS-DEPOT-FOUND = 'Y'
                     MOVE "DEPOT CLOSED" TO WS-EXCP-REASON
                   ELSE
                     MOVE "UNKNOWN DEPOT" TO WS-EXCP-REASON
                   END-IF
                 END-IF
               ELSE
                 MOVE "UNKNOWN ELF" TO WS-EXCP-REASON
               END-IF
           END-IF.

       PROCESS-CALORIE-LINE.
           PERFORM ADD-LINE-TO-BLOCK-SIGNATURE
           MOVE SPACES TO WS-ITEM-CODE-TOKEN
           MOVE SPACES TO WS-QTY-TOKEN
           UNSTRING WS-CALORIES DELIMITED BY ALL SPACES
                 IF WS-CATALOG-FOUND = 'Y'
                   PERFORM VALUE-MANIFEST-ITEM
                 ELSE
                   IF WS-CATALOG-RETIRED = 'Y'
                     MOVE "RETIRED ITEM CODE" TO WS-REJECT-REASON
                   ELSE
                     MOVE "UNKNOWN ITEM CODE" TO WS-REJECT-REASON
                   END-IF
                   PERFORM REJECT-CALORIE-LINE
                 END-IF
               ELSE
                 MOVE CAT-ITEM-CODE TO WS-CAT-ITEM-CODE(C)
                 MOVE CAT-ITEM-DESC TO WS-CAT-ITEM-DESC(C)
                 MOVE CAT-CAL-PER-UNIT TO WS-CAT-CAL-UNIT(C)
                 IF CAT-EFF-DATE IS NUMERIC
                   MOVE CAT-EFF-DATE TO WS-CAT-EFF-DATE(C)
                 ELSE
                   MOVE 0 TO WS-CAT-EFF-DATE(C)
                 END-IF
                 IF CAT-STATUS = 'R'
                   MOVE 'R' TO WS-CAT-STATUS(C)
                 ELSE
                   MOVE 'A' TO WS-CAT-STATUS(C)
                 END-IF
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED ITEM CATALOG "
                    "RECORD: " ITEM-CATALOG-RECORD

       LOOKUP-CATALOG-ITEM.
           MOVE 'N' TO WS-CATALOG-FOUND
           MOVE 'N' TO WS-CATALOG-RETIRED
           MOVE 0 TO WS-CURR-CAL-UNIT
           MOVE 0 TO WS-CATALOG-BEST-DATE
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             IF WS-CAT-ITEM-CODE(C) = WS-CURR-ITEM-CODE
                 AND WS-CAT-EFF-DATE(C) NOT > WS-RUN-DATE
                 AND (WS-CATALOG-FOUND NOT = 'Y'
                   OR WS-CAT-EFF-DATE(C) NOT < WS-CATALOG-BEST-DATE)
               MOVE 'Y' TO WS-CATALOG-FOUND
               MOVE WS-CAT-EFF-DATE(C) TO WS-CATALOG-BEST-DATE
               MOVE WS-CAT-CAL-UNIT(C) TO WS-CURR-CAL-UNIT
               IF WS-CAT-STATUS(C) = 'R'
                 MOVE 'Y' TO WS-CATALOG-RETIRED
               ELSE
                 MOVE 'N' TO WS-CATALOG-RETIRED
               END-IF
             END-IF
           END-PERFORM
           IF WS-CATALOG-RETIRED = 'Y'
             MOVE 'N' TO WS-CATALOG-FOUND
             MOVE 0 TO WS-CURR-CAL-UNIT
           END-IF.

       LOAD-PRIOR-TOTALS.
           INITIALIZE WS-PRIOR-TOTALS-TABLE
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       LOAD-NOSHOW-STATUS.
           INITIALIZE WS-NOSHOW-TABLE
           OPEN INPUT NOSHOW-STATUS
           IF WS-NOSHOWSTS-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO MISSING SUBMISSION STATUS FILE "
                "'noshow.dat' (STATUS " WS-NOSHOWSTS-FILE-STATUS
                ") - ALL MISSED DAYS COUNT FROM TODAY"
           ELSE
             MOVE SPACE TO WS-NOSHOWSTS-EOF
             PERFORM UNTIL WS-NOSHOWSTS-EOF = 'Y'
               READ NOSHOW-STATUS
               AT END
                 MOVE 'Y' TO WS-NOSHOWSTS-EOF
               NOT AT END
                 IF NSR-ELF-ID IS NUMERIC
                     AND NSR-DAYS-MISSED IS NUMERIC
                     AND NSR-FIRST-DATE IS NUMERIC
                     AND NSR-LAST-DATE IS NUMERIC
                     AND NSR-LAST-DAY IS NUMERIC
                   ADD 1 TO WS-NOSHOW-LOAD-COUNT
                   COMPUTE WS-NOSHOW-INDEX = NSR-ELF-ID + 1
                   SET NS TO WS-NOSHOW-INDEX
                   MOVE NSR-DAYS-MISSED TO WS-NSH-DAYS(NS)
                   MOVE NSR-FIRST-DATE TO WS-NSH-FIRST(NS)
                   MOVE NSR-LAST-DATE TO WS-NSH-LAST-DATE(NS)
                   MOVE NSR-LAST-DAY TO WS-NSH-LAST-DAY(NS)
                 ELSE
                   DISPLAY "WARNING: IGNORING MALFORMED MISSING "
                      "SUBMISSION STATUS RECORD: "
                      NOSHOW-STATUS-RECORD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE NOSHOW-STATUS
             DISPLAY "MISSING SUBMISSION STATUS LOADED: "
                WS-NOSHOW-LOAD-COUNT " ELF(S)"
           END-IF.

       REPORT-MISSING-SUBMISSIONS.
           MOVE 0 TO WS-NOSHOW-DAY-COUNT
           MOVE 0 TO WS-NOSHOW-CHASE-COUNT
           MOVE 0 TO WS-NOSHOW-RESUMED-COUNT
           MOVE SPACES TO WS-NOSHOW-LINE
           STRING "MISSING SUBMISSIONS - DATE " WS-RUN-DATE
              " DAY " WS-DAY-NUM " "
              FUNCTION TRIM(WS-INPUT-FILENAME)
              DELIMITED BY SIZE INTO WS-NOSHOW-LINE
           PERFORM WRITE-NOSHOW-LINE
           SORT NOSHOW-SORT-WORK ON ASCENDING KEY NSS-SQUAD
              ON ASCENDING KEY NSS-DEPOT
              ON ASCENDING KEY NSS-ELF-ID
              INPUT PROCEDURE IS SELECT-MISSING-ELVES
              OUTPUT PROCEDURE IS WRITE-MISSING-ELVES
           MOVE SPACES TO WS-NOSHOW-LINE
           STRING "DAY " WS-DAY-NUM " TOTALS: " WS-NOSHOW-DAY-COUNT
              " ACTIVE ELF(S) MISSING, " WS-NOSHOW-CHASE-COUNT
              " AT OR PAST " WS-NOSHOW-CHASE-DAYS
              " CONSECUTIVE DAY(S), " WS-NOSHOW-RESUMED-COUNT
              " RESUMED SUBMITTING"
              DELIMITED BY SIZE INTO WS-NOSHOW-LINE
           PERFORM WRITE-NOSHOW-LINE
           PERFORM REWRITE-NOSHOW-STATUS
           DISPLAY "DAY " WS-DAY-NUM " MISSING SUBMISSIONS: "
              WS-NOSHOW-DAY-COUNT " ACTIVE ELF(S), "
              WS-NOSHOW-CHASE-COUNT " TO CHASE - SEE 'noshow.rpt'".

       SELECT-MISSING-ELVES.
           PERFORM VARYING M FROM 1 BY 1
               UNTIL M > WS-ELF-ID-MAX
             SET NS TO M
             IF WS-MST-USED(M) = 'Y' AND WS-MST-ACTIVE(M) = 'A'
               IF WS-NSH-SEEN-DAY(NS) = WS-DAY-NUM
                 IF WS-NSH-DAYS(NS) > 0
                   ADD 1 TO WS-NOSHOW-RESUMED-COUNT
                   MOVE 0 TO WS-NSH-DAYS(NS)
                 END-IF
               ELSE
                 PERFORM TALLY-ONE-MISSED-ELF
               END-IF
             ELSE
               MOVE 0 TO WS-NSH-DAYS(NS)
             END-IF
           END-PERFORM.

       TALLY-ONE-MISSED-ELF.
           ADD 1 TO WS-NOSHOW-DAY-COUNT
           IF WS-NSH-LAST-DATE(NS) < WS-RUN-DATE
               OR WS-NSH-LAST-DAY(NS) < WS-DAY-NUM
               OR WS-NSH-DAYS(NS) = 0
             IF WS-NSH-DAYS(NS) = 0
               MOVE WS-RUN-DATE TO WS-NSH-FIRST(NS)
             END-IF
             ADD 1 TO WS-NSH-DAYS(NS)
             MOVE WS-RUN-DATE TO WS-NSH-LAST-DATE(NS)
             MOVE WS-DAY-NUM TO WS-NSH-LAST-DAY(NS)
           END-IF
           MOVE WS-MST-SQUAD(M) TO NSS-SQUAD
           MOVE WS-MST-DEPOT(M) TO NSS-DEPOT
           COMPUTE NSS-ELF-ID = M - 1
           MOVE WS-MST-ELF-NAME(M) TO NSS-NAME
           MOVE WS-NSH-DAYS(NS) TO NSS-DAYS
           MOVE WS-NSH-FIRST(NS) TO NSS-FIRST-DATE
           RELEASE NOSHOW-SORT-RECORD.

       WRITE-MISSING-ELVES.
           MOVE 'Y' TO WS-NOSHOW-FIRST-GROUP
           MOVE 0 TO WS-NOSHOW-GROUP-COUNT
           MOVE SPACE TO WS-NOSHOW-SORT-EOF
           PERFORM UNTIL WS-NOSHOW-SORT-EOF = 'Y'
             RETURN NOSHOW-SORT-WORK
             AT END
               MOVE 'Y' TO WS-NOSHOW-SORT-EOF
             NOT AT END
               IF WS-NOSHOW-FIRST-GROUP = 'Y'
                   OR NSS-SQUAD NOT = WS-NOSHOW-PREV-SQUAD
                   OR NSS-DEPOT NOT = WS-NOSHOW-PREV-DEPOT
                 IF WS-NOSHOW-FIRST-GROUP NOT = 'Y'
                   PERFORM WRITE-NOSHOW-GROUP-TOTAL
                 END-IF
                 MOVE 'N' TO WS-NOSHOW-FIRST-GROUP
                 MOVE NSS-SQUAD TO WS-NOSHOW-PREV-SQUAD
                 MOVE NSS-DEPOT TO WS-NOSHOW-PREV-DEPOT
                 MOVE 0 TO WS-NOSHOW-GROUP-COUNT
                 MOVE SPACES TO WS-NOSHOW-LINE
                 STRING "SQUAD " NSS-SQUAD " DEPOT " NSS-DEPOT
                    DELIMITED BY SIZE INTO WS-NOSHOW-LINE
                 PERFORM WRITE-NOSHOW-LINE
               END-IF
               ADD 1 TO WS-NOSHOW-GROUP-COUNT
               MOVE NSS-ELF-ID TO WS-NSD-ELF-ID
               MOVE NSS-NAME TO WS-NSD-NAME
               MOVE NSS-DAYS TO WS-NSD-DAYS
               MOVE NSS-FIRST-DATE TO WS-NSD-FIRST
               MOVE SPACES TO WS-NSD-FLAG
               IF NSS-DAYS NOT < WS-NOSHOW-CHASE-DAYS
                 ADD 1 TO WS-NOSHOW-CHASE-COUNT
                 MOVE "** CHASE SQUAD LEAD **" TO WS-NSD-FLAG
               END-IF
               MOVE WS-NOSHOW-DETAIL-LINE TO WS-NOSHOW-LINE
               PERFORM WRITE-NOSHOW-LINE
             END-RETURN
           END-PERFORM
           IF WS-NOSHOW-FIRST-GROUP NOT = 'Y'
             PERFORM WRITE-NOSHOW-GROUP-TOTAL
           END-IF.

       WRITE-NOSHOW-GROUP-TOTAL.
           MOVE SPACES TO WS-NOSHOW-LINE
           STRING "  SQUAD " WS-NOSHOW-PREV-SQUAD
              " DEPOT " WS-NOSHOW-PREV-DEPOT " MISSING: "
              WS-NOSHOW-GROUP-COUNT " ELF(S)"
              DELIMITED BY SIZE INTO WS-NOSHOW-LINE
           PERFORM WRITE-NOSHOW-LINE.

       WRITE-NOSHOW-LINE.
           MOVE SPACES TO NOSHOW-RECORD
           MOVE WS-NOSHOW-LINE TO NOSHOW-RECORD
           WRITE NOSHOW-RECORD.

       REWRITE-NOSHOW-STATUS.
           OPEN OUTPUT NOSHOW-STATUS
           IF WS-NOSHOWSTS-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT REWRITE MISSING SUBMISSION "
                "STATUS FILE 'noshow.dat' (STATUS "
                WS-NOSHOWSTS-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING NS FROM 1 BY 1
               UNTIL NS > WS-ELF-ID-MAX
             IF WS-NSH-DAYS(NS) > 0
               COMPUTE NSR-ELF-ID = NS - 1
               MOVE WS-NSH-DAYS(NS) TO NSR-DAYS-MISSED
               MOVE WS-NSH-FIRST(NS) TO NSR-FIRST-DATE
               MOVE WS-NSH-LAST-DATE(NS) TO NSR-LAST-DATE
               MOVE WS-NSH-LAST-DAY(NS) TO NSR-LAST-DAY
               SET M TO NS
               MOVE WS-MST-ELF-NAME(M) TO NSR-ELF-NAME
               WRITE NOSHOW-STATUS-RECORD
             END-IF
           END-PERFORM
           CLOSE NOSHOW-STATUS.

       LOAD-BLOCK-ARCHIVE.
           INITIALIZE WS-BLOCK-SIG-TABLE
           OPEN INPUT HISTORY-ARCHIVE
           IF WS-HISTARCH-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO HISTORY ARCHIVE 'histarch.dat' (STATUS "
                WS-HISTARCH-FILE-STATUS ") - NO PRIOR-DAY BLOCKS TO "
                "MATCH AGAINST"
           ELSE
             MOVE SPACE TO WS-HISTARCH-EOF
             PERFORM UNTIL WS-HISTARCH-EOF = 'Y'
               READ HISTORY-ARCHIVE
               AT END
                 MOVE 'Y' TO WS-HISTARCH-EOF
               NOT AT END
                 IF HAR-RUN-DATE IS NUMERIC
                     AND HAR-ELF-ID IS NUMERIC
                     AND HAR-ELF-DAY IS NUMERIC
                     AND HAR-BLOCK-ITEMS IS NUMERIC
                     AND HAR-BLOCK-HASH IS NUMERIC
                     AND HAR-BLOCK-ITEMS > 0
                     AND HAR-RUN-DATE < WS-RUN-DATE
                   COMPUTE WS-BLOCK-INDEX = HAR-ELF-ID + 1
                   SET BK TO WS-BLOCK-INDEX
                   IF HAR-RUN-DATE > WS-BLK-DATE(BK)
                       OR (HAR-RUN-DATE = WS-BLK-DATE(BK)
                         AND HAR-ELF-DAY NOT < WS-BLK-DAY(BK))
                     IF WS-BLK-SOURCE(BK) NOT = 'A'
                       ADD 1 TO WS-BLOCK-LOAD-COUNT
                     END-IF
                     MOVE 'A' TO WS-BLK-SOURCE(BK)
                     MOVE HAR-RUN-DATE TO WS-BLK-DATE(BK)
                     MOVE HAR-ELF-DAY TO WS-BLK-DAY(BK)
                     MOVE HAR-BLOCK-ITEMS TO WS-BLK-ITEMS(BK)
                     MOVE HAR-BLOCK-HASH TO WS-BLK-HASH(BK)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE HISTORY-ARCHIVE
             DISPLAY "PRIOR-DAY ITEM BLOCKS LOADED: "
                WS-BLOCK-LOAD-COUNT " ELF(S)"
           END-IF.

       LOAD-DUPLICATE-SUSPECTS.
           INITIALIZE WS-SUSPECT-TABLE
           OPEN INPUT DUPLICATE-SUSPECTS
           IF WS-DUPSUSP-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO DUPLICATE SUSPECT FILE 'dupsusp.dat' "
                "(STATUS " WS-DUPSUSP-FILE-STATUS
                ") - NO SUSPECTS PENDING FROM EARLIER RUNS"
           ELSE
             MOVE 'N' TO WS-SUSPECT-FOUND
             MOVE SPACE TO WS-DUPSUSP-EOF
             PERFORM UNTIL WS-DUPSUSP-EOF = 'Y'
               READ DUPLICATE-SUSPECTS
               AT END
                 MOVE 'Y' TO WS-DUPSUSP-EOF
               NOT AT END
                 EVALUATE TRUE
                   WHEN DSP-REC-TYPE = 'G'
                       AND DSP-RUN-DATE IS NUMERIC
                       AND DSP-ELF-ID IS NUMERIC
                       AND DSP-DAY IS NUMERIC
                       AND DSP-LINE-NUM IS NUMERIC
                       AND (DSP-REASON = 'R' OR DSP-REASON = 'P')
                       AND DSP-TOTAL IS NUMERIC
                       AND DSP-BLOCK-ITEMS IS NUMERIC
                       AND DSP-BLOCK-HASH IS NUMERIC
                       AND DSP-MATCH-DATE IS NUMERIC
                       AND DSP-MATCH-DAY IS NUMERIC
                     IF WS-SUSPECT-COUNT >= WS-SUSPECT-MAX
                       DISPLAY "ERROR: DUPLICATE SUSPECT FILE "
                          "'dupsusp.dat' HOLDS MORE THAN "
                          WS-SUSPECT-MAX " SUSPECTS"
                       CLOSE DUPLICATE-SUSPECTS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                     END-IF
                     ADD 1 TO WS-SUSPECT-COUNT
                     ADD 1 TO WS-SUSPECT-LOAD-COUNT
                     SET SU TO WS-SUSPECT-COUNT
                     MOVE 'C' TO WS-SUS-SOURCE(SU)
                     MOVE SPACE TO WS-SUS-ACTION(SU)
                     MOVE SPACE TO WS-SUS-APPLIED(SU)
                     MOVE DSP-RUN-DATE TO WS-SUS-RUN-DATE(SU)
                     MOVE DSP-ELF-ID TO WS-SUS-ELF-ID(SU)
                     MOVE DSP-DAY TO WS-SUS-DAY(SU)
                     MOVE DSP-LINE-NUM TO WS-SUS-LINE-NUM(SU)
                     MOVE DSP-REASON TO WS-SUS-REASON(SU)
                     MOVE DSP-TOTAL TO WS-SUS-TOTAL(SU)
                     MOVE DSP-BLOCK-ITEMS TO WS-SUS-BLOCK-ITEMS(SU)
                     MOVE DSP-BLOCK-HASH TO WS-SUS-BLOCK-HASH(SU)
                     MOVE DSP-MATCH-DATE TO WS-SUS-MATCH-DATE(SU)
                     MOVE DSP-MATCH-DAY TO WS-SUS-MATCH-DAY(SU)
                     MOVE DSP-ELF-NAME TO WS-SUS-NAME(SU)
                     MOVE DSP-DEPOT TO WS-SUS-DEPOT(SU)
                     MOVE DSP-FILENAME TO WS-SUS-FILENAME(SU)
                     COMPUTE WS-SUS-FIRST-ITEM(SU) =
                        WS-SUSPECT-ITEM-COUNT + 1
                     MOVE 0 TO WS-SUS-ITEM-COUNT(SU)
                     MOVE 'Y' TO WS-SUSPECT-FOUND
                   WHEN DSI-REC-TYPE = 'I'
                       AND DSI-CALORIES IS NUMERIC
                       AND WS-SUSPECT-FOUND = 'Y'
                     IF WS-SUSPECT-ITEM-COUNT >= WS-SUSPECT-ITEM-MAX
                       DISPLAY "ERROR: DUPLICATE SUSPECT FILE "
                          "'dupsusp.dat' HOLDS MORE THAN "
                          WS-SUSPECT-ITEM-MAX " ITEM LINES"
                       CLOSE DUPLICATE-SUSPECTS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                     END-IF
                     ADD 1 TO WS-SUSPECT-ITEM-COUNT
                     SET SX TO WS-SUSPECT-ITEM-COUNT
                     MOVE DSI-ITEM-CODE TO WS-SUI-CODE(SX)
                     MOVE DSI-CALORIES TO WS-SUI-CAL(SX)
                     ADD 1 TO WS-SUS-ITEM-COUNT(SU)
                   WHEN OTHER
                     IF DSP-REC-TYPE = 'G'
                       MOVE 'N' TO WS-SUSPECT-FOUND
                     END-IF
                     DISPLAY "WARNING: IGNORING MALFORMED DUPLICATE "
                        "SUSPECT RECORD: " SUSPECT-GROUP-RECORD
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE DUPLICATE-SUSPECTS
             DISPLAY "DUPLICATE SUSPECTS PENDING FROM EARLIER RUNS: "
                WS-SUSPECT-LOAD-COUNT
           END-IF.

       LOAD-DUPLICATE-DECISIONS.
           OPEN INPUT DUPLICATE-DECISIONS
           IF WS-DUPDECN-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO DUPLICATE DECISION FILE 'dupdecn.dat' "
                "(STATUS " WS-DUPDECN-FILE-STATUS
                ") - PENDING SUSPECTS STAY HELD"
           ELSE
             MOVE 'Y' TO WS-DECISIONS-PRESENT
             MOVE SPACE TO WS-DUPDECN-EOF
             PERFORM UNTIL WS-DUPDECN-EOF = 'Y'
               READ DUPLICATE-DECISIONS
               AT END
                 MOVE 'Y' TO WS-DUPDECN-EOF
               NOT AT END
                 IF DECISION-RECORD NOT = SPACES
                   PERFORM APPLY-ONE-DECISION
                 END-IF
               END-READ
             END-PERFORM
             CLOSE DUPLICATE-DECISIONS
             DISPLAY "DUPLICATE DECISIONS READ: " WS-DUP-DECISION-COUNT
                " ACCEPTED, " WS-DUP-REFUSED-COUNT " REFUSED"
           END-IF.

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-BAD-DECISION-REASON
           MOVE SPACE TO WS-DUP-ACTION-CODE
           EVALUATE DDC-ACTION
             WHEN 'RELEASE'
               MOVE 'R' TO WS-DUP-ACTION-CODE
             WHEN 'MERGE'
               MOVE 'M' TO WS-DUP-ACTION-CODE
             WHEN 'DROP'
               MOVE 'D' TO WS-DUP-ACTION-CODE
           END-EVALUATE
           IF DDC-RUN-DATE IS NOT NUMERIC
               OR DDC-ELF-ID IS NOT NUMERIC
               OR DDC-DAY IS NOT NUMERIC
               OR DDC-LINE-NUM IS NOT NUMERIC
             MOVE "MALFORMED DECISION RECORD"
                TO WS-BAD-DECISION-REASON
           ELSE
             IF WS-DUP-ACTION-CODE = SPACE
               MOVE "UNKNOWN ACTION" TO WS-BAD-DECISION-REASON
             ELSE
               MOVE 'N' TO WS-SUSPECT-FOUND
               PERFORM VARYING SU FROM 1 BY 1
                   UNTIL SU > WS-SUSPECT-COUNT
                   OR WS-SUSPECT-FOUND = 'Y'
                 IF WS-SUS-SOURCE(SU) = 'C'
                     AND WS-SUS-RUN-DATE(SU) = DDC-RUN-DATE
                     AND WS-SUS-ELF-ID(SU) = DDC-ELF-ID
                     AND WS-SUS-DAY(SU) = DDC-DAY
                     AND WS-SUS-LINE-NUM(SU) = DDC-LINE-NUM
                   IF WS-SUS-ACTION(SU) = SPACE
                     MOVE WS-DUP-ACTION-CODE TO WS-SUS-ACTION(SU)
                     MOVE 'Y' TO WS-SUSPECT-FOUND
                   ELSE
                     MOVE 'D' TO WS-SUSPECT-FOUND
                   END-IF
                 END-IF
               END-PERFORM
               EVALUATE WS-SUSPECT-FOUND
                 WHEN 'Y'
                   ADD 1 TO WS-DUP-DECISION-COUNT
                 WHEN 'D'
                   MOVE "SUSPECT ALREADY DECIDED"
                      TO WS-BAD-DECISION-REASON
                 WHEN OTHER
                   MOVE "NO SUCH PENDING SUSPECT"
                      TO WS-BAD-DECISION-REASON
               END-EVALUATE
             END-IF
           END-IF
           IF WS-BAD-DECISION-REASON NOT = SPACES
             ADD 1 TO WS-DUP-REFUSED-COUNT
             DISPLAY "WARNING: REFUSING DUPLICATE DECISION ("
                FUNCTION TRIM(WS-BAD-DECISION-REASON) "): "
                DECISION-RECORD
             IF WS-DUP-REFUSED-COUNT NOT > WS-BAD-DECISION-MAX
               SET BD TO WS-DUP-REFUSED-COUNT
               MOVE DECISION-RECORD TO WS-BDC-RECORD(BD)
               MOVE WS-BAD-DECISION-REASON TO WS-BDC-REASON(BD)
             END-IF
           END-IF.

       SUPERSEDE-CARRIED-SUSPECT.
           SET SU TO WS-SUSPECT-COUNT
           PERFORM VARYING SV FROM 1 BY 1
               UNTIL SV NOT < SU
             IF WS-SUS-SOURCE(SV) = 'C'
                 AND WS-SUS-ACTION(SV) = SPACE
                 AND WS-SUS-RUN-DATE(SV) = WS-SUS-RUN-DATE(SU)
                 AND WS-SUS-ELF-ID(SV) = WS-SUS-ELF-ID(SU)
                 AND WS-SUS-DAY(SV) = WS-SUS-DAY(SU)
                 AND WS-SUS-LINE-NUM(SV) = WS-SUS-LINE-NUM(SU)
                 AND WS-SUS-FILENAME(SV) = WS-SUS-FILENAME(SU)
               MOVE 'X' TO WS-SUS-ACTION(SV)
             END-IF
           END-PERFORM.

       APPLY-DUPLICATE-DECISIONS.
           MOVE 0 TO WS-DUP-RELEASED-ITEMS
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             EVALUATE WS-SUS-ACTION(SU)
               WHEN 'R'
                 MOVE "RELEASED" TO WS-DUP-AUDIT-TAG
                 PERFORM WRITE-SUSPECT-AUDIT-LINES
                 ADD 1 TO WS-ELF-COUNT
                 MOVE WS-SUS-ELF-ID(SU) TO EWF-ELF-ID
                 MOVE WS-SUS-TOTAL(SU) TO EWF-TOTAL
                 MOVE 0 TO EWF-DAY
                 MOVE WS-SUS-NAME(SU) TO EWF-NAME
                 MOVE WS-SUS-DEPOT(SU) TO EWF-DEPOT
                 MOVE WS-SUS-BLOCK-ITEMS(SU) TO EWF-BLOCK-ITEMS
                 MOVE WS-SUS-BLOCK-HASH(SU) TO EWF-BLOCK-HASH
                 WRITE ELF-WORK-RECORD
                 ADD 1 TO WS-DUP-RELEASED-COUNT
               WHEN 'M'
                 MOVE "MERGED" TO WS-DUP-AUDIT-TAG
                 PERFORM WRITE-SUSPECT-AUDIT-LINES
                 ADD 1 TO WS-DUP-MERGED-COUNT
               WHEN 'D'
                 ADD 1 TO WS-DUP-DROPPED-COUNT
             END-EVALUATE
           END-PERFORM
           IF WS-DUP-RELEASED-COUNT > 0 OR WS-DUP-MERGED-COUNT > 0
             MOVE SPACES TO RUNSTATS-RECORD
             MOVE 'D' TO RST-REC-TYPE
             MOVE 0 TO RST-DAY-NUM
             MOVE WS-DUP-RELEASED-ITEMS TO RST-LINES-READ
             MOVE 0 TO RST-HEADERS
             MOVE WS-DUP-RELEASED-ITEMS TO RST-ITEMS
             MOVE 0 TO RST-REJECTS
             MOVE 0 TO RST-SEPARATORS
             MOVE 0 TO RST-EXCLUDED
             MOVE WS-DUP-RELEASED-COUNT TO RST-ELVES
             WRITE RUNSTATS-RECORD
           END-IF
           IF WS-DUP-DECISION-COUNT > 0
             DISPLAY "DUPLICATE DECISIONS APPLIED: "
                WS-DUP-RELEASED-COUNT " RELEASED, "
                WS-DUP-MERGED-COUNT " MERGED, "
                WS-DUP-DROPPED-COUNT " DROPPED"
           END-IF.

       WRITE-SUSPECT-AUDIT-LINES.
           MOVE 0 TO WS-DUP-RUNNING
           IF WS-SUS-ITEM-COUNT(SU) > 0
             COMPUTE WS-SUSPECT-LAST-ITEM = WS-SUS-FIRST-ITEM(SU)
                + WS-SUS-ITEM-COUNT(SU) - 1
             PERFORM VARYING SX FROM WS-SUS-FIRST-ITEM(SU) BY 1
                 UNTIL SX > WS-SUSPECT-LAST-ITEM
               ADD WS-SUI-CAL(SX) TO WS-DUP-RUNNING
                 ON SIZE ERROR
                   CONTINUE
               END-ADD
               MOVE WS-SUS-ELF-ID(SU) TO WS-AUD-ITM-ELF-ID
               MOVE WS-SUS-NAME(SU) TO WS-AUD-ITM-NAME
               MOVE WS-SUI-CODE(SX) TO WS-AUD-ITM-CODE
               MOVE WS-SUI-CAL(SX) TO WS-AUD-ITM-CAL
               MOVE WS-DUP-RUNNING TO WS-AUD-ITM-RUN
               MOVE 0 TO WS-AUD-ITM-DAY
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-AUDIT-ITEM-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               ADD 1 TO WS-DUP-RELEASED-ITEMS
             END-PERFORM
           END-IF
           IF WS-DUP-RUNNING NOT = WS-SUS-TOTAL(SU)
             MOVE "RESTORED" TO WS-DUP-AUDIT-TAG
           END-IF
           MOVE WS-SUS-ELF-ID(SU) TO WS-AUD-FIN-ELF-ID
           MOVE WS-SUS-NAME(SU) TO WS-AUD-FIN-NAME
           MOVE WS-SUS-TOTAL(SU) TO WS-AUD-FIN-TOTAL
           MOVE 0 TO WS-AUD-FIN-DAY
           MOVE WS-DUP-AUDIT-TAG TO WS-AUD-FIN-RESTORED
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-AUDIT-FINAL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD.

       SELECT-RANKED-ENTRIES.
           OPEN INPUT ELF-WORK-FILE
           IF WS-ELFWORK-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT REOPEN ELF WORK FILE "
                "'elfwork.tmp' (STATUS " WS-ELFWORK-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-ELFWORK-EOF
           PERFORM UNTIL WS-ELFWORK-EOF = 'Y'
             READ ELF-WORK-FILE
             AT END
               MOVE 'Y' TO WS-ELFWORK-EOF
             NOT AT END
               MOVE EWF-ELF-ID TO SRT-ELF-ID
               MOVE EWF-TOTAL TO SRT-TOTAL
               MOVE EWF-DAY TO SRT-DAY
               MOVE EWF-NAME TO SRT-NAME
               MOVE EWF-DEPOT TO SRT-DEPOT
               MOVE EWF-BLOCK-ITEMS TO SRT-BLOCK-ITEMS
               MOVE EWF-BLOCK-HASH TO SRT-BLOCK-HASH
               IF WS-DUP-MERGED-COUNT > 0
                 PERFORM MERGE-INTO-RANKED-ENTRY
               END-IF
               RELEASE SORT-RECORD
             END-READ
           END-PERFORM
           CLOSE ELF-WORK-FILE
           IF WS-DUP-MERGED-COUNT > 0
             PERFORM RELEASE-UNMERGED-SUSPECTS
           END-IF.

       MERGE-INTO-RANKED-ENTRY.
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-ACTION(SU) = 'M'
                 AND WS-SUS-APPLIED(SU) = SPACE
                 AND WS-SUS-ELF-ID(SU) = SRT-ELF-ID
               ADD WS-SUS-TOTAL(SU) TO SRT-TOTAL
                 ON SIZE ERROR
                   CONTINUE
                 NOT ON SIZE ERROR
                   MOVE 'Y' TO WS-SUS-APPLIED(SU)
               END-ADD
             END-IF
           END-PERFORM.

       RELEASE-UNMERGED-SUSPECTS.
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-ACTION(SU) = 'M'
                 AND WS-SUS-APPLIED(SU) = SPACE
               MOVE WS-SUS-ELF-ID(SU) TO SRT-ELF-ID
               MOVE WS-SUS-TOTAL(SU) TO SRT-TOTAL
               MOVE 0 TO SRT-DAY
               MOVE WS-SUS-NAME(SU) TO SRT-NAME
               MOVE WS-SUS-DEPOT(SU) TO SRT-DEPOT
               MOVE WS-SUS-BLOCK-ITEMS(SU) TO SRT-BLOCK-ITEMS
               MOVE WS-SUS-BLOCK-HASH(SU) TO SRT-BLOCK-HASH
               MOVE 'S' TO WS-SUS-APPLIED(SU)
               ADD 1 TO WS-ELF-COUNT
               RELEASE SORT-RECORD
             END-IF
           END-PERFORM.

       WRITE-DUPLICATE-REPORT.
           OPEN OUTPUT DUPLICATE-REPORT
           IF WS-DUPRPT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN DUPLICATE SUSPECT REPORT "
                "'dupsusp.rpt' (STATUS " WS-DUPRPT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-DUP-LINE
           STRING "DUPLICATE SUBMISSION SUSPECTS - RUN ID " WS-RUN-ID
              " DATE " WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE SPACES TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE

           MOVE "DECISIONS APPLIED THIS RUN" TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE 0 TO WS-DUP-SECTION-COUNT
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-ACTION(SU) = 'R' OR WS-SUS-ACTION(SU) = 'M'
                 OR WS-SUS-ACTION(SU) = 'D'
               ADD 1 TO WS-DUP-SECTION-COUNT
               PERFORM FILL-DUP-DETAIL-LINE
               EVALUATE TRUE
                 WHEN WS-SUS-ACTION(SU) = 'R'
                   MOVE "RELEASED" TO WS-DPD-FLAG
                 WHEN WS-SUS-ACTION(SU) = 'D'
                   MOVE "DROPPED" TO WS-DPD-FLAG
                 WHEN WS-SUS-APPLIED(SU) = 'Y'
                   MOVE "MERGED INTO RANKED ENTRY" TO WS-DPD-FLAG
                 WHEN OTHER
                   MOVE "MERGED - NO ENTRY THIS RUN" TO WS-DPD-FLAG
               END-EVALUATE
               MOVE WS-DUP-DETAIL-LINE TO WS-DUP-LINE
               PERFORM WRITE-DUP-LINE
             END-IF
           END-PERFORM
           PERFORM VARYING BD FROM 1 BY 1
               UNTIL BD > WS-DUP-REFUSED-COUNT
               OR BD > WS-BAD-DECISION-MAX
             ADD 1 TO WS-DUP-SECTION-COUNT
             MOVE SPACES TO WS-DUP-LINE
             STRING "  REFUSED " WS-BDC-RECORD(BD) "  "
                WS-BDC-REASON(BD)
                DELIMITED BY SIZE INTO WS-DUP-LINE
             PERFORM WRITE-DUP-LINE
           END-PERFORM
           IF WS-DUP-REFUSED-COUNT > WS-BAD-DECISION-MAX
             MOVE SPACES TO WS-DUP-LINE
             STRING "  ... " WS-DUP-REFUSED-COUNT
                " DECISION(S) REFUSED IN ALL - SEE JOB LOG"
                DELIMITED BY SIZE INTO WS-DUP-LINE
             PERFORM WRITE-DUP-LINE
           END-IF
           PERFORM WRITE-DUP-SECTION-END

           MOVE "HELD THIS RUN" TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE 0 TO WS-DUP-SECTION-COUNT
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-SOURCE(SU) = 'N'
               ADD 1 TO WS-DUP-SECTION-COUNT
               PERFORM WRITE-DUP-SUSPECT-DETAIL
             END-IF
           END-PERFORM
           PERFORM WRITE-DUP-SECTION-END

           MOVE "STILL PENDING FROM EARLIER RUNS" TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE 0 TO WS-DUP-SECTION-COUNT
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-SOURCE(SU) = 'C'
                 AND WS-SUS-ACTION(SU) = SPACE
               ADD 1 TO WS-DUP-SECTION-COUNT
               PERFORM WRITE-DUP-SUSPECT-DETAIL
             END-IF
           END-PERFORM
           PERFORM WRITE-DUP-SECTION-END

           MOVE 0 TO WS-DUP-PENDING-COUNT
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-ACTION(SU) = SPACE
               ADD 1 TO WS-DUP-PENDING-COUNT
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-DUP-LINE
           STRING "TOTALS: HELD " WS-DUP-HELD-COUNT
              " RELEASED " WS-DUP-RELEASED-COUNT
              " MERGED " WS-DUP-MERGED-COUNT
              " DROPPED " WS-DUP-DROPPED-COUNT
              " REFUSED " WS-DUP-REFUSED-COUNT
              " NOT HELD " WS-DUP-UNHELD-COUNT
              " PENDING " WS-DUP-PENDING-COUNT
              DELIMITED BY SIZE INTO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE SPACES TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           STRING "TO DECIDE A PENDING SUSPECT, KEY ONE LINE PER "
              "SUSPECT IN 'dupdecn.dat' BEFORE THE NEXT RUN:"
              DELIMITED BY SIZE INTO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE "  RUNDATE  ELFID DAY LINE    ACTION" TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           STRING "  (COPY THE KEY FROM THIS REPORT; ACTION IS "
              "RELEASE, MERGE OR DROP)"
              DELIMITED BY SIZE INTO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE "  RELEASE - RANK THE GROUP AS ITS OWN ENTRY (DAY 000)"
              TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           STRING "  MERGE   - ADD ITS CALORIES TO THE ELF'S FIRST "
              "RANKED ENTRY OF THE RUN THAT APPLIES IT"
              DELIMITED BY SIZE INTO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE "  DROP    - DISCARD THE GROUP AS A TRUE DUPLICATE"
              TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           CLOSE DUPLICATE-REPORT
           DISPLAY "DUPLICATE SUSPECTS: " WS-DUP-HELD-COUNT
              " HELD THIS RUN, " WS-DUP-PENDING-COUNT
              " PENDING DECISION - SEE 'dupsusp.rpt'".

       FILL-DUP-DETAIL-LINE.
           MOVE WS-SUS-RUN-DATE(SU) TO WS-DPD-RUN-DATE
           MOVE WS-SUS-ELF-ID(SU) TO WS-DPD-ELF-ID
           MOVE WS-SUS-DAY(SU) TO WS-DPD-DAY
           MOVE WS-SUS-LINE-NUM(SU) TO WS-DPD-LINE-NUM
           MOVE WS-SUS-NAME(SU) TO WS-DPD-NAME
           MOVE WS-SUS-DEPOT(SU) TO WS-DPD-DEPOT
           MOVE WS-SUS-TOTAL(SU) TO WS-DPD-TOTAL
           MOVE WS-SUS-BLOCK-ITEMS(SU) TO WS-DPD-ITEMS
           MOVE SPACES TO WS-DPD-FLAG.

       WRITE-DUP-SUSPECT-DETAIL.
           PERFORM FILL-DUP-DETAIL-LINE
           MOVE SPACES TO WS-DUP-REASON-TEXT
           IF WS-SUS-REASON(SU) = 'R'
             MOVE "REPEATED ELF HEADER IN DAY" TO WS-DUP-REASON-TEXT
           ELSE
             STRING "SAME BLOCK AS " WS-SUS-MATCH-DATE(SU)
                " DAY " WS-SUS-MATCH-DAY(SU)
                DELIMITED BY SIZE INTO WS-DUP-REASON-TEXT
           END-IF
           MOVE WS-DUP-REASON-TEXT TO WS-DPD-FLAG
           MOVE WS-DUP-DETAIL-LINE TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           MOVE SPACES TO WS-DUP-LINE
           STRING "      FILE " WS-SUS-FILENAME(SU)
              DELIMITED BY SIZE INTO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE
           IF WS-SUS-ITEM-COUNT(SU) > 0
             COMPUTE WS-SUSPECT-LAST-ITEM = WS-SUS-FIRST-ITEM(SU)
                + WS-SUS-ITEM-COUNT(SU) - 1
             PERFORM VARYING SX FROM WS-SUS-FIRST-ITEM(SU) BY 1
                 UNTIL SX > WS-SUSPECT-LAST-ITEM
               MOVE SPACES TO WS-DUP-LINE
               STRING "      ITEM " WS-SUI-CODE(SX)
                  " CAL " WS-SUI-CAL(SX)
                  DELIMITED BY SIZE INTO WS-DUP-LINE
               PERFORM WRITE-DUP-LINE
             END-PERFORM
           END-IF.

       WRITE-DUP-SECTION-END.
           IF WS-DUP-SECTION-COUNT = 0
             MOVE "  (NONE)" TO WS-DUP-LINE
             PERFORM WRITE-DUP-LINE
           END-IF
           MOVE SPACES TO WS-DUP-LINE
           PERFORM WRITE-DUP-LINE.

       WRITE-DUP-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-RECORD
           MOVE WS-DUP-LINE TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE SPACES TO WS-DUP-LINE.

       REWRITE-DUPLICATE-SUSPECTS.
           OPEN OUTPUT DUPLICATE-SUSPECTS
           IF WS-DUPSUSP-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT REWRITE DUPLICATE SUSPECT "
                "FILE 'dupsusp.dat' (STATUS " WS-DUPSUSP-FILE-STATUS
                ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING SU FROM 1 BY 1
               UNTIL SU > WS-SUSPECT-COUNT
             IF WS-SUS-ACTION(SU) = SPACE
               MOVE SPACES TO SUSPECT-GROUP-RECORD
               MOVE 'G' TO DSP-REC-TYPE
               MOVE WS-SUS-RUN-DATE(SU) TO DSP-RUN-DATE
               MOVE WS-SUS-ELF-ID(SU) TO DSP-ELF-ID
               MOVE WS-SUS-DAY(SU) TO DSP-DAY
               MOVE WS-SUS-LINE-NUM(SU) TO DSP-LINE-NUM
               MOVE WS-SUS-REASON(SU) TO DSP-REASON
               MOVE WS-SUS-TOTAL(SU) TO DSP-TOTAL
               MOVE WS-SUS-BLOCK-ITEMS(SU) TO DSP-BLOCK-ITEMS
               MOVE WS-SUS-BLOCK-HASH(SU) TO DSP-BLOCK-HASH
               MOVE WS-SUS-MATCH-DATE(SU) TO DSP-MATCH-DATE
               MOVE WS-SUS-MATCH-DAY(SU) TO DSP-MATCH-DAY
               MOVE WS-SUS-NAME(SU) TO DSP-ELF-NAME
               MOVE WS-SUS-DEPOT(SU) TO DSP-DEPOT
               MOVE WS-SUS-FILENAME(SU) TO DSP-FILENAME
               WRITE SUSPECT-GROUP-RECORD
               IF WS-SUS-ITEM-COUNT(SU) > 0
                 COMPUTE WS-SUSPECT-LAST-ITEM = WS-SUS-FIRST-ITEM(SU)
                    + WS-SUS-ITEM-COUNT(SU) - 1
                 PERFORM VARYING SX FROM WS-SUS-FIRST-ITEM(SU) BY 1
                     UNTIL SX > WS-SUSPECT-LAST-ITEM
                   MOVE SPACES TO SUSPECT-ITEM-RECORD
                   MOVE 'I' TO DSI-REC-TYPE
                   MOVE WS-SUI-CODE(SX) TO DSI-ITEM-CODE
                   MOVE WS-SUI-CAL(SX) TO DSI-CALORIES
                   WRITE SUSPECT-ITEM-RECORD
                 END-PERFORM
               END-IF
             END-IF
           END-PERFORM
           CLOSE DUPLICATE-SUSPECTS
           IF WS-DECISIONS-PRESENT = 'Y'
             OPEN OUTPUT DUPLICATE-DECISIONS
             IF WS-DUPDECN-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: COULD NOT CLEAR DUPLICATE DECISION "
                  "FILE 'dupdecn.dat' (STATUS " WS-DUPDECN-FILE-STATUS
                  ") - DECISIONS WOULD BE APPLIED AGAIN"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             CLOSE DUPLICATE-DECISIONS
           END-IF.
