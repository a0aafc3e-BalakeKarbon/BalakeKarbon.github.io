000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROJECT-CATALOG-MAINT.
000030*Project catalog maintenance. Batch companion to the portfolio
000040*page: applies add, change and retire transactions to
000050*res/data/projects.txt, keeping the four language rows of a
000060*project (us/es/de/fr, the twins CHECK-PROJECT-TWINS pairs up on
000070*image and date) in step, and logs every transaction, applied or
000080*rejected, to an append-only audit file.
000090*
000100*Transactions are pipe-delimited, one per line, keyed by the
000110*project's base-language (us) title as it stands today:
000120*  ADD|key|us title|us blurb|es title|es blurb|
000130*      de title|de blurb|fr title|fr blurb|image|link
000140*  CHANGE|key|(the same ten fields, blank keeps the old value)
000150*  RETIRE|key
000160*ADD stamps today's date as the date added; a blank us title on
000170*ADD takes the key. Image and link are shared by all four rows,
000180*titles and blurbs are per language. Blank lines and lines
000190*starting with '*' are skipped.
000200*
000210*Files, by their DD_ environment variables:
000220*  DD_PROJIN    current projects.txt
000230*  DD_PROJTRAN  transactions
000240*  DD_PROJOUT   new projects.txt (may be the same file as PROJIN,
000250*               it is only opened once PROJIN has been read)
000260*  DD_PROJAUDIT audit history, created on first use
000270*RETURN-CODE is 0 when every transaction applied, 4 when any was
000280*rejected and 16 when a file could not be opened or written or
000290*the catalog would not fit. The audit lines of a run are held
000293*until PROJOUT has been written in full, so PROJAUDIT only ever
000296*records changes that reached the catalog.
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. UNIX-LINUX.
000330 OBJECT-COMPUTER. UNIX-LINUX.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360   SELECT PROJ-IN ASSIGN TO PROJIN
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-PROJIN-STAT.
000390   SELECT PROJ-TRAN ASSIGN TO PROJTRAN
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-TRAN-STAT.
000420   SELECT PROJ-OUT ASSIGN TO PROJOUT
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS WS-OUT-STAT.
000450   SELECT OPTIONAL PROJ-AUDIT ASSIGN TO PROJAUDIT
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-AUDIT-STAT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD PROJ-IN.
000510 01 PROJ-IN-REC PIC X(700).
000520 FD PROJ-TRAN.
000530 01 PROJ-TRAN-REC PIC X(2000).
000540 FD PROJ-OUT.
000550 01 PROJ-OUT-REC PIC X(700).
000560 FD PROJ-AUDIT.
000570 01 PROJ-AUDIT-REC PIC X(2100).
000580 WORKING-STORAGE SECTION.
000590 01 WS-FILE-STATUS.
000600   05 WS-PROJIN-STAT PIC XX.
000610   05 WS-TRAN-STAT PIC XX.
000620   05 WS-OUT-STAT PIC XX.
000630   05 WS-AUDIT-STAT PIC XX.
000640 01 WS-RUN-OK PIC 9 VALUE 1.
000650 01 WS-PROJIN-EOF PIC 9 VALUE 0.
000660 01 WS-TRAN-EOF PIC 9 VALUE 0.
000670 01 WS-NOW PIC X(21).
000680 01 WS-TODAY PIC X(8).
000690 01 WS-TIME PIC X(6).
000700*Same language order as LANG-TBL on the page; us is the base
000710*language the transaction key is matched against.
000720 01 WS-LANGUAGES.
000730   05 WS-LANG-COUNT PIC 9 VALUE 4.
000740   05 WS-LANG-CODES PIC X(8) VALUE 'usesdefr'.
000750   05 WS-LANG-TBL REDEFINES WS-LANG-CODES.
000760     10 LANG-CODE PIC XX OCCURS 4 TIMES.
000770 01 WS-LANG-IDX PIC 9.
000780*The page shows at most 50 projects per language; the table has
000790*head room over the four times 50 so rows retired during a run
000800*can sit alongside new ones until the catalog is written out.
000810 01 WS-CAT-PER-LANG PIC 99 VALUE 50.
000820 01 WS-CAT-LANG-ROWS PIC 999.
000830 01 WS-PROJECTS.
000840   05 WS-PROJECT-MAX PIC 999 VALUE 300.
000850   05 WS-PROJECT-COUNT PIC 999 VALUE 0.
000860   05 WS-PROJECT-TBL OCCURS 300 TIMES.
000870*   L live, R retired this run, X not a catalog row (kept as is)
000880     10 PROJ-STATE PIC X.
000890     10 PROJ-LANG PIC XX.
000900     10 PROJ-TITLE PIC X(60).
000910     10 PROJ-BLURB PIC X(300).
000920     10 PROJ-IMAGE PIC X(120).
000930     10 PROJ-LINK PIC X(200).
000940     10 PROJ-ADDED PIC X(8).
000950     10 PROJ-RAW PIC X(700).
000960 01 WS-PROJECT-IDX PIC 999.
000970 01 WS-PROJ-JDX PIC 999.
000980 01 WS-PROJ-LINE-NO PIC 9(5) VALUE 0.
000990 01 WS-PROJ-LINE-STR PIC ZZZZ9.
001000 01 WS-PROJ-BARS PIC 99.
001010 01 WS-ROW-LINE PIC X(700).
001020 01 WS-ROW-PTR PIC 9(4).
001030*One transaction, split on '|'. The widths are those of the
001040*project table above, a longer field is rejected rather than cut.
001050 01 WS-TRAN-LINE PIC X(2000).
001060 01 WS-TRAN-LEN PIC 9(4).
001070 01 WS-TRAN-BARS PIC 99.
001080 01 WS-TRAN.
001090   05 TRAN-ACTION PIC X(10).
001100   05 TRAN-KEY PIC X(60).
001110   05 TRAN-LANG-TBL OCCURS 4 TIMES.
001120     10 TRAN-TITLE PIC X(60).
001130     10 TRAN-BLURB PIC X(300).
001140   05 TRAN-IMAGE PIC X(120).
001150   05 TRAN-LINK PIC X(200).
001160 01 WS-FLD-LENGTHS.
001170   05 WS-FLD-LEN PIC 9(4) OCCURS 12 TIMES.
001180 01 WS-FLD-MAX-VALUES PIC X(48)
001190   VALUE '001000600060030000600300006003000060030001200200'.
001200 01 WS-FLD-MAX-TBL REDEFINES WS-FLD-MAX-VALUES.
001210   05 WS-FLD-MAX PIC 9(4) OCCURS 12 TIMES.
001220 01 WS-FLD-IDX PIC 99.
001230 01 WS-REASON PIC X(60).
001240 01 WS-CHECK-URL PIC X(200).
001250 01 WS-CHECK-URL-OK PIC 9.
001260 01 WS-CHANGE-COUNT PIC 99.
001270*The four rows of the project a transaction is about, in
001280*WS-LANG-TBL order, and how they read before it was applied.
001290 01 WS-FIND-KEY PIC X(60).
001300 01 WS-GROUP-FOUND PIC 9.
001310 01 WS-GROUP-FULL PIC 9.
001320 01 WS-GROUP.
001330   05 WS-GROUP-ROW PIC 999 OCCURS 4 TIMES.
001340 01 WS-BEFORE.
001350   05 WS-BEFORE-LINE PIC X(700) OCCURS 4 TIMES.
001360 01 WS-TITLE-TAKEN PIC 9.
001370 01 WS-IMAGE-TAKEN PIC 9.
001380 01 WS-IN-GROUP PIC 9.
001390 01 WS-AUDIT-LINE PIC X(2100).
001400 01 WS-AUDIT-STATUS PIC X(8).
001410 01 WS-AUDIT-ACTION PIC X(10).
001411*Audit lines waiting for the catalog to be written. A transaction
001412*needs at most nine (header, four rows before, four after).
001413 01 WS-AUDIT-HOLD.
001414   05 WS-AUDIT-HELD PIC 9(4) VALUE 0.
001415   05 WS-AUDIT-HOLD-MAX PIC 9(4) VALUE 1000.
001416   05 WS-AUDIT-HELD-LINE PIC X(2100) OCCURS 1000 TIMES.
001417 01 WS-AUDIT-IDX PIC 9(4).
001418 01 WS-AUDIT-ROOM PIC 9(4).
001420 01 WS-TOTALS.
001430   05 WS-TRAN-READ PIC 9(5) VALUE 0.
001440   05 WS-TRAN-APPLIED PIC 9(5) VALUE 0.
001450   05 WS-TRAN-REJECTED PIC 9(5) VALUE 0.
001460   05 WS-ROWS-WRITTEN PIC 9(5) VALUE 0.
001470 01 WS-TOTAL-STR PIC ZZZZ9.
001480 PROCEDURE DIVISION.
001490 MAIN SECTION.
001500   MOVE FUNCTION CURRENT-DATE TO WS-NOW.
001510   MOVE WS-NOW(1:8) TO WS-TODAY.
001520   MOVE WS-NOW(9:6) TO WS-TIME.
001530   PERFORM OPEN-INPUTS.
001540   IF WS-RUN-OK = 1
001550     PERFORM LOAD-CATALOG
001560   END-IF.
001570   IF WS-RUN-OK = 1
001580     PERFORM APPLY-TRANSACTIONS
001583   END-IF.
001586   IF WS-RUN-OK = 1
001590     PERFORM WRITE-CATALOG
001600   END-IF.
001602   IF WS-RUN-OK = 1
001604     PERFORM WRITE-HELD-AUDIT
001606   END-IF.
001610   PERFORM CLOSE-FILES.
001620   PERFORM REPORT-TOTALS.
001630   STOP RUN.
001640 OPEN-INPUTS.
001650   OPEN INPUT PROJ-IN.
001660   IF WS-PROJIN-STAT NOT = '00'
001670     DISPLAY 'PROJMAINT: cannot open PROJIN, status '
001680       WS-PROJIN-STAT
001690     MOVE 0 TO WS-RUN-OK
001700   END-IF.
001710   OPEN INPUT PROJ-TRAN.
001720   IF WS-TRAN-STAT NOT = '00'
001730     DISPLAY 'PROJMAINT: cannot open PROJTRAN, status '
001740       WS-TRAN-STAT
001750     MOVE 0 TO WS-RUN-OK
001760   END-IF.
001770   OPEN EXTEND PROJ-AUDIT.
001780   IF WS-AUDIT-STAT NOT = '00' AND WS-AUDIT-STAT NOT = '05'
001790     DISPLAY 'PROJMAINT: cannot open PROJAUDIT, status '
001800       WS-AUDIT-STAT
001810     MOVE 0 TO WS-RUN-OK
001820   END-IF.
001830   CONTINUE.
001840 CLOSE-FILES.
001850   IF WS-PROJIN-STAT = '00'
001860     CLOSE PROJ-IN
001870   END-IF.
001880   IF WS-TRAN-STAT = '00' OR WS-TRAN-STAT = '10'
001890     CLOSE PROJ-TRAN
001900   END-IF.
001910   IF WS-AUDIT-STAT = '00' OR WS-AUDIT-STAT = '05'
001920     CLOSE PROJ-AUDIT
001921     IF WS-AUDIT-STAT NOT = '00'
001922       DISPLAY 'PROJMAINT: cannot write PROJAUDIT, status '
001923         WS-AUDIT-STAT
001924       MOVE 0 TO WS-RUN-OK
001925     END-IF
001930   END-IF.
001940   CONTINUE.
001950*Read the whole catalog before anything is written, so PROJOUT
001960*can name the same file as PROJIN.
001970 LOAD-CATALOG.
001980   PERFORM READ-PROJ-IN.
001990   PERFORM UNTIL WS-PROJIN-EOF = 1 OR WS-RUN-OK = 0
002000     ADD 1 TO WS-PROJ-LINE-NO
002010     IF PROJ-IN-REC NOT = SPACES
002020       IF WS-PROJECT-COUNT < WS-PROJECT-MAX
002030         ADD 1 TO WS-PROJECT-COUNT
002040         PERFORM STORE-PROJ-ROW
002050       ELSE
002060         DISPLAY 'PROJMAINT: PROJIN has more rows than the '
002070           'catalog holds, nothing written'
002080         MOVE 0 TO WS-RUN-OK
002090       END-IF
002100     END-IF
002110     PERFORM READ-PROJ-IN
002120   END-PERFORM.
002130   CLOSE PROJ-IN.
002140   MOVE SPACES TO WS-PROJIN-STAT.
002150   CONTINUE.
002160 READ-PROJ-IN.
002170   READ PROJ-IN
002180     AT END MOVE 1 TO WS-PROJIN-EOF
002190   END-READ.
002200   CONTINUE.
002210 STORE-PROJ-ROW.
002220   MOVE PROJ-IN-REC TO PROJ-RAW(WS-PROJECT-COUNT).
002230   MOVE 0 TO WS-PROJ-BARS.
002240   INSPECT PROJ-IN-REC TALLYING WS-PROJ-BARS FOR ALL '|'.
002250   MOVE SPACES TO PROJ-LANG(WS-PROJECT-COUNT)
002260     PROJ-TITLE(WS-PROJECT-COUNT) PROJ-BLURB(WS-PROJECT-COUNT)
002270     PROJ-IMAGE(WS-PROJECT-COUNT) PROJ-LINK(WS-PROJECT-COUNT)
002280     PROJ-ADDED(WS-PROJECT-COUNT).
002290   IF WS-PROJ-BARS = 5
002300     MOVE 'L' TO PROJ-STATE(WS-PROJECT-COUNT)
002310     UNSTRING PROJ-IN-REC DELIMITED BY '|'
002320       INTO PROJ-LANG(WS-PROJECT-COUNT)
002330            PROJ-TITLE(WS-PROJECT-COUNT)
002340            PROJ-BLURB(WS-PROJECT-COUNT)
002350            PROJ-IMAGE(WS-PROJECT-COUNT)
002360            PROJ-LINK(WS-PROJECT-COUNT)
002370            PROJ-ADDED(WS-PROJECT-COUNT)
002380     END-UNSTRING
002390   ELSE
002400*   The page reports these in its diagnostics; carry them over
002410*   untouched rather than guess at a repair.
002420     MOVE 'X' TO PROJ-STATE(WS-PROJECT-COUNT)
002430     MOVE WS-PROJ-LINE-NO TO WS-PROJ-LINE-STR
002440     DISPLAY 'PROJMAINT: PROJIN line '
002450       FUNCTION TRIM(WS-PROJ-LINE-STR)
002460       ' is not 6 fields, copied through as is'
002470   END-IF.
002480   CONTINUE.
002490 APPLY-TRANSACTIONS.
002500   PERFORM READ-PROJ-TRAN.
002510   PERFORM UNTIL WS-TRAN-EOF = 1 OR WS-RUN-OK = 0
002515     PERFORM CHECK-AUDIT-ROOM
002520     IF WS-RUN-OK = 1 AND PROJ-TRAN-REC NOT = SPACES
002530       AND PROJ-TRAN-REC(1:1) NOT = '*'
002540       ADD 1 TO WS-TRAN-READ
002550       PERFORM APPLY-ONE-TRAN
002560     END-IF
002570     PERFORM READ-PROJ-TRAN
002580   END-PERFORM.
002590   CONTINUE.
002600 READ-PROJ-TRAN.
002610   READ PROJ-TRAN
002620     AT END MOVE 1 TO WS-TRAN-EOF
002630   END-READ.
002640   CONTINUE.
002650 APPLY-ONE-TRAN.
002660   PERFORM PARSE-TRAN.
002670   MOVE SPACES TO WS-BEFORE.
002680   PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
002690     UNTIL WS-LANG-IDX > WS-LANG-COUNT
002700     MOVE 0 TO WS-GROUP-ROW(WS-LANG-IDX)
002710   END-PERFORM.
002720   EVALUATE TRUE
002730     WHEN WS-REASON NOT = SPACES
002740       CONTINUE
002750     WHEN TRAN-ACTION = 'ADD'
002760       PERFORM APPLY-ADD
002770     WHEN TRAN-ACTION = 'CHANGE'
002780       PERFORM APPLY-CHANGE
002790     WHEN TRAN-ACTION = 'RETIRE'
002800       PERFORM APPLY-RETIRE
002810     WHEN OTHER
002820       MOVE 'unknown action (want ADD, CHANGE or RETIRE)'
002830         TO WS-REASON
002840   END-EVALUATE.
002850   IF WS-REASON = SPACES
002860     ADD 1 TO WS-TRAN-APPLIED
002870     PERFORM AUDIT-APPLIED
002880   ELSE
002890     ADD 1 TO WS-TRAN-REJECTED
002900     PERFORM AUDIT-REJECTED
002910   END-IF.
002920   CONTINUE.
002930 PARSE-TRAN.
002940   MOVE SPACES TO WS-REASON.
002950   MOVE SPACES TO WS-TRAN.
002960   MOVE ZEROS TO WS-FLD-LENGTHS.
002970   MOVE PROJ-TRAN-REC TO WS-TRAN-LINE.
002980   MOVE 0 TO WS-TRAN-BARS.
002990   INSPECT WS-TRAN-LINE TALLYING WS-TRAN-BARS FOR ALL '|'.
003000   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRAN-LINE TRAILING))
003010     TO WS-TRAN-LEN.
003020   UNSTRING WS-TRAN-LINE(1:WS-TRAN-LEN) DELIMITED BY '|'
003030     INTO TRAN-ACTION COUNT IN WS-FLD-LEN(1)
003040          TRAN-KEY COUNT IN WS-FLD-LEN(2)
003050          TRAN-TITLE(1) COUNT IN WS-FLD-LEN(3)
003060          TRAN-BLURB(1) COUNT IN WS-FLD-LEN(4)
003070          TRAN-TITLE(2) COUNT IN WS-FLD-LEN(5)
003080          TRAN-BLURB(2) COUNT IN WS-FLD-LEN(6)
003090          TRAN-TITLE(3) COUNT IN WS-FLD-LEN(7)
003100          TRAN-BLURB(3) COUNT IN WS-FLD-LEN(8)
003110          TRAN-TITLE(4) COUNT IN WS-FLD-LEN(9)
003120          TRAN-BLURB(4) COUNT IN WS-FLD-LEN(10)
003130          TRAN-IMAGE COUNT IN WS-FLD-LEN(11)
003140          TRAN-LINK COUNT IN WS-FLD-LEN(12)
003150   END-UNSTRING.
003160   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRAN-ACTION))
003170     TO TRAN-ACTION.
003180   MOVE FUNCTION TRIM(TRAN-KEY) TO TRAN-KEY.
003190   MOVE FUNCTION TRIM(TRAN-IMAGE) TO TRAN-IMAGE.
003200   MOVE FUNCTION TRIM(TRAN-LINK) TO TRAN-LINK.
003210   PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
003220     UNTIL WS-LANG-IDX > WS-LANG-COUNT
003230     MOVE FUNCTION TRIM(TRAN-TITLE(WS-LANG-IDX))
003240       TO TRAN-TITLE(WS-LANG-IDX)
003250     MOVE FUNCTION TRIM(TRAN-BLURB(WS-LANG-IDX))
003260       TO TRAN-BLURB(WS-LANG-IDX)
003270   END-PERFORM.
003280   PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
003290     UNTIL WS-FLD-IDX > 12 OR WS-REASON NOT = SPACES
003300     IF WS-FLD-LEN(WS-FLD-IDX) > WS-FLD-MAX(WS-FLD-IDX)
003310       STRING 'field ' WS-FLD-IDX ' too long for the catalog'
003320         DELIMITED BY SIZE INTO WS-REASON
003330     END-IF
003340   END-PERFORM.
003350   IF WS-REASON = SPACES AND TRAN-KEY = SPACES
003360     MOVE 'blank project key' TO WS-REASON
003370   END-IF.
003380   CONTINUE.
003390 APPLY-ADD.
003400   IF WS-TRAN-BARS NOT = 11
003410     MOVE 'expected 12 fields' TO WS-REASON
003420   END-IF.
003430   IF WS-REASON = SPACES
003440     IF TRAN-TITLE(1) = SPACES
003450       MOVE TRAN-KEY TO TRAN-TITLE(1)
003460     END-IF
003470     IF TRAN-TITLE(1) NOT = TRAN-KEY
003480       MOVE 'us title must match the key' TO WS-REASON
003490     END-IF
003500   END-IF.
003510   IF WS-REASON = SPACES
003520     MOVE TRAN-KEY TO WS-FIND-KEY
003530     PERFORM FIND-GROUP
003540     IF WS-GROUP-FOUND = 1
003550       MOVE 'project already in the catalog' TO WS-REASON
003560     END-IF
003570   END-IF.
003580   PERFORM VARYING WS-LANG-IDX FROM 2 BY 1
003590     UNTIL WS-LANG-IDX > WS-LANG-COUNT OR WS-REASON NOT = SPACES
003600     IF TRAN-TITLE(WS-LANG-IDX) = SPACES
003610       STRING 'blank ' LANG-CODE(WS-LANG-IDX) ' title'
003620         DELIMITED BY SIZE INTO WS-REASON
003630     END-IF
003640   END-PERFORM.
003650   IF WS-REASON = SPACES
003660     MOVE TRAN-IMAGE TO WS-CHECK-URL
003670     PERFORM CHECK-URL-FIELD
003680     IF WS-CHECK-URL-OK = 0
003690       MOVE 'bad image path' TO WS-REASON
003700     END-IF
003710   END-IF.
003720   IF WS-REASON = SPACES
003730     MOVE TRAN-LINK TO WS-CHECK-URL
003740     PERFORM CHECK-URL-FIELD
003750     IF WS-CHECK-URL-OK = 0
003760       MOVE 'bad link URL' TO WS-REASON
003770     END-IF
003780   END-IF.
003790*Twins pair up on image and date added, so a second project with
003800*the same picture added the same day would be indistinguishable.
003810   IF WS-REASON = SPACES
003820     MOVE 0 TO WS-IN-GROUP
003830     PERFORM CHECK-IMAGE-FREE
003840     IF WS-IMAGE-TAKEN = 1
003850       MOVE 'image already used by a project added today'
003860         TO WS-REASON
003870     END-IF
003880   END-IF.
003890   IF WS-REASON = SPACES
003900     PERFORM CHECK-ROOM
003910   END-IF.
003920   IF WS-REASON = SPACES
003930     PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
003940       UNTIL WS-LANG-IDX > WS-LANG-COUNT
003950       ADD 1 TO WS-PROJECT-COUNT
003960       MOVE WS-PROJECT-COUNT TO WS-GROUP-ROW(WS-LANG-IDX)
003970       MOVE 'L' TO PROJ-STATE(WS-PROJECT-COUNT)
003980       MOVE LANG-CODE(WS-LANG-IDX) TO PROJ-LANG(WS-PROJECT-COUNT)
003990       MOVE TRAN-TITLE(WS-LANG-IDX)
004000         TO PROJ-TITLE(WS-PROJECT-COUNT)
004010       MOVE TRAN-BLURB(WS-LANG-IDX)
004020         TO PROJ-BLURB(WS-PROJECT-COUNT)
004030       MOVE TRAN-IMAGE TO PROJ-IMAGE(WS-PROJECT-COUNT)
004040       MOVE TRAN-LINK TO PROJ-LINK(WS-PROJECT-COUNT)
004050       MOVE WS-TODAY TO PROJ-ADDED(WS-PROJECT-COUNT)
004060       MOVE SPACES TO PROJ-RAW(WS-PROJECT-COUNT)
004070     END-PERFORM
004080   END-IF.
004090   CONTINUE.
004100 APPLY-CHANGE.
004110   IF WS-TRAN-BARS NOT = 11
004120     MOVE 'expected 12 fields' TO WS-REASON
004130   END-IF.
004140   IF WS-REASON = SPACES
004150     MOVE TRAN-KEY TO WS-FIND-KEY
004160     PERFORM FIND-GROUP
004170     IF WS-GROUP-FOUND = 0
004180       MOVE 'no live project with that title' TO WS-REASON
004190     END-IF
004200   END-IF.
004210   IF WS-REASON = SPACES AND WS-GROUP-FULL = 0
004220     MOVE 'language rows incomplete, fix projects.txt by hand'
004230       TO WS-REASON
004240   END-IF.
004250   IF WS-REASON = SPACES
004260     MOVE 0 TO WS-CHANGE-COUNT
004270     PERFORM VARYING WS-FLD-IDX FROM 3 BY 1 UNTIL WS-FLD-IDX > 12
004280       IF WS-FLD-LEN(WS-FLD-IDX) > 0
004290         ADD 1 TO WS-CHANGE-COUNT
004300       END-IF
004310     END-PERFORM
004320     IF WS-CHANGE-COUNT = 0
004330       MOVE 'nothing to change' TO WS-REASON
004340     END-IF
004350   END-IF.
004360   IF WS-REASON = SPACES AND TRAN-TITLE(1) NOT = SPACES
004370     AND TRAN-TITLE(1) NOT = TRAN-KEY
004380     PERFORM CHECK-TITLE-FREE
004390     IF WS-TITLE-TAKEN = 1
004400       MOVE 'new us title already in the catalog' TO WS-REASON
004410     END-IF
004420   END-IF.
004430   IF WS-REASON = SPACES AND TRAN-IMAGE NOT = SPACES
004440     MOVE TRAN-IMAGE TO WS-CHECK-URL
004450     PERFORM CHECK-URL-FIELD
004460     IF WS-CHECK-URL-OK = 0
004470       MOVE 'bad image path' TO WS-REASON
004480     ELSE
004490       MOVE 1 TO WS-IN-GROUP
004500       PERFORM CHECK-IMAGE-FREE
004510       IF WS-IMAGE-TAKEN = 1
004520         MOVE 'image clashes with a project of the same date'
004530           TO WS-REASON
004540       END-IF
004550     END-IF
004560   END-IF.
004570   IF WS-REASON = SPACES AND TRAN-LINK NOT = SPACES
004580     MOVE TRAN-LINK TO WS-CHECK-URL
004590     PERFORM CHECK-URL-FIELD
004600     IF WS-CHECK-URL-OK = 0
004610       MOVE 'bad link URL' TO WS-REASON
004620     END-IF
004630   END-IF.
004640   IF WS-REASON = SPACES
004650     PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
004660       UNTIL WS-LANG-IDX > WS-LANG-COUNT
004670       MOVE WS-GROUP-ROW(WS-LANG-IDX) TO WS-PROJECT-IDX
004680       PERFORM BUILD-ROW-LINE
004690       MOVE WS-ROW-LINE TO WS-BEFORE-LINE(WS-LANG-IDX)
004700       IF TRAN-TITLE(WS-LANG-IDX) NOT = SPACES
004710         MOVE TRAN-TITLE(WS-LANG-IDX)
004720           TO PROJ-TITLE(WS-PROJECT-IDX)
004730       END-IF
004740       IF TRAN-BLURB(WS-LANG-IDX) NOT = SPACES
004750         MOVE TRAN-BLURB(WS-LANG-IDX)
004760           TO PROJ-BLURB(WS-PROJECT-IDX)
004770       END-IF
004780       IF TRAN-IMAGE NOT = SPACES
004790         MOVE TRAN-IMAGE TO PROJ-IMAGE(WS-PROJECT-IDX)
004800       END-IF
004810       IF TRAN-LINK NOT = SPACES
004820         MOVE TRAN-LINK TO PROJ-LINK(WS-PROJECT-IDX)
004830       END-IF
004840     END-PERFORM
004850   END-IF.
004860   CONTINUE.
004870*A project with a missing twin can still be retired; whatever
004880*rows it has are all dropped.
004890 APPLY-RETIRE.
004900   IF WS-TRAN-BARS NOT = 1
004910     MOVE 'expected 2 fields' TO WS-REASON
004920   END-IF.
004930   IF WS-REASON = SPACES
004940     MOVE TRAN-KEY TO WS-FIND-KEY
004950     PERFORM FIND-GROUP
004960     IF WS-GROUP-FOUND = 0
004970       MOVE 'no live project with that title' TO WS-REASON
004980     END-IF
004990   END-IF.
005000   IF WS-REASON = SPACES
005010     PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
005020       UNTIL WS-LANG-IDX > WS-LANG-COUNT
005030       IF WS-GROUP-ROW(WS-LANG-IDX) > 0
005040         MOVE WS-GROUP-ROW(WS-LANG-IDX) TO WS-PROJECT-IDX
005050         PERFORM BUILD-ROW-LINE
005060         MOVE WS-ROW-LINE TO WS-BEFORE-LINE(WS-LANG-IDX)
005070         MOVE 'R' TO PROJ-STATE(WS-PROJECT-IDX)
005080       END-IF
005090     END-PERFORM
005100   END-IF.
005110   CONTINUE.
005120*Locate the live us row titled WS-FIND-KEY and its twins, the
005130*rows of the other languages with the same image and date added,
005140*the same pairing CHECK-PROJECT-TWINS uses on the page.
005150 FIND-GROUP.
005160   MOVE 0 TO WS-GROUP-FOUND.
005170   MOVE 1 TO WS-GROUP-FULL.
005180   PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
005190     UNTIL WS-LANG-IDX > WS-LANG-COUNT
005200     MOVE 0 TO WS-GROUP-ROW(WS-LANG-IDX)
005210   END-PERFORM.
005220   PERFORM VARYING WS-PROJECT-IDX FROM 1 BY 1
005230     UNTIL WS-PROJECT-IDX > WS-PROJECT-COUNT
005240       OR WS-GROUP-FOUND = 1
005250     IF PROJ-STATE(WS-PROJECT-IDX) = 'L'
005260       AND PROJ-LANG(WS-PROJECT-IDX) = LANG-CODE(1)
005270       AND PROJ-TITLE(WS-PROJECT-IDX) = WS-FIND-KEY
005280       MOVE 1 TO WS-GROUP-FOUND
005290       MOVE WS-PROJECT-IDX TO WS-GROUP-ROW(1)
005300     END-IF
005310   END-PERFORM.
005320   IF WS-GROUP-FOUND = 1
005330     MOVE WS-GROUP-ROW(1) TO WS-PROJECT-IDX
005340     PERFORM VARYING WS-LANG-IDX FROM 2 BY 1
005350       UNTIL WS-LANG-IDX > WS-LANG-COUNT
005360       PERFORM VARYING WS-PROJ-JDX FROM 1 BY 1
005370         UNTIL WS-PROJ-JDX > WS-PROJECT-COUNT
005380           OR WS-GROUP-ROW(WS-LANG-IDX) > 0
005390         IF PROJ-STATE(WS-PROJ-JDX) = 'L'
005400           AND PROJ-LANG(WS-PROJ-JDX) = LANG-CODE(WS-LANG-IDX)
005410           AND PROJ-IMAGE(WS-PROJ-JDX)
005420             = PROJ-IMAGE(WS-PROJECT-IDX)
005430           AND PROJ-ADDED(WS-PROJ-JDX)
005440             = PROJ-ADDED(WS-PROJECT-IDX)
005450           MOVE WS-PROJ-JDX TO WS-GROUP-ROW(WS-LANG-IDX)
005460         END-IF
005470       END-PERFORM
005480       IF WS-GROUP-ROW(WS-LANG-IDX) = 0
005490         MOVE 0 TO WS-GROUP-FULL
005500       END-IF
005510     END-PERFORM
005520   END-IF.
005530   CONTINUE.
005540 CHECK-TITLE-FREE.
005550   MOVE 0 TO WS-TITLE-TAKEN.
005560   PERFORM VARYING WS-PROJ-JDX FROM 1 BY 1
005570     UNTIL WS-PROJ-JDX > WS-PROJECT-COUNT
005580     IF PROJ-STATE(WS-PROJ-JDX) = 'L'
005590       AND PROJ-LANG(WS-PROJ-JDX) = LANG-CODE(1)
005600       AND PROJ-TITLE(WS-PROJ-JDX) = TRAN-TITLE(1)
005610       MOVE 1 TO WS-TITLE-TAKEN
005620     END-IF
005630   END-PERFORM.
005640   CONTINUE.
005650*Is TRAN-IMAGE already on a live row with the same date added?
005660*For ADD the date is today; for CHANGE (WS-IN-GROUP = 1) it is
005670*the project's own date and its own rows do not count.
005680 CHECK-IMAGE-FREE.
005690   MOVE 0 TO WS-IMAGE-TAKEN.
005700   PERFORM VARYING WS-PROJ-JDX FROM 1 BY 1
005710     UNTIL WS-PROJ-JDX > WS-PROJECT-COUNT
005720     IF PROJ-STATE(WS-PROJ-JDX) = 'L'
005730       AND PROJ-IMAGE(WS-PROJ-JDX) = TRAN-IMAGE
005740       IF WS-IN-GROUP = 0
005750         IF PROJ-ADDED(WS-PROJ-JDX) = WS-TODAY
005760           MOVE 1 TO WS-IMAGE-TAKEN
005770         END-IF
005780       ELSE
005790         IF PROJ-ADDED(WS-PROJ-JDX)
005800             = PROJ-ADDED(WS-GROUP-ROW(1))
005810           AND WS-PROJ-JDX NOT = WS-GROUP-ROW(1)
005820           AND WS-PROJ-JDX NOT = WS-GROUP-ROW(2)
005830           AND WS-PROJ-JDX NOT = WS-GROUP-ROW(3)
005840           AND WS-PROJ-JDX NOT = WS-GROUP-ROW(4)
005850           MOVE 1 TO WS-IMAGE-TAKEN
005860         END-IF
005870       END-IF
005880     END-IF
005890   END-PERFORM.
005900   CONTINUE.
005910*Every language must have room for one more card, and the table
005920*room for four more rows.
005930 CHECK-ROOM.
005940   IF WS-PROJECT-COUNT + WS-LANG-COUNT > WS-PROJECT-MAX
005950     MOVE 'catalog table full' TO WS-REASON
005960   END-IF.
005970   PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
005980     UNTIL WS-LANG-IDX > WS-LANG-COUNT OR WS-REASON NOT = SPACES
005990     MOVE 0 TO WS-CAT-LANG-ROWS
006000     PERFORM VARYING WS-PROJ-JDX FROM 1 BY 1
006010       UNTIL WS-PROJ-JDX > WS-PROJECT-COUNT
006020       IF PROJ-STATE(WS-PROJ-JDX) = 'L'
006030         AND PROJ-LANG(WS-PROJ-JDX) = LANG-CODE(WS-LANG-IDX)
006040         ADD 1 TO WS-CAT-LANG-ROWS
006050       END-IF
006060     END-PERFORM
006070     IF WS-CAT-LANG-ROWS >= WS-CAT-PER-LANG
006080       STRING 'already 50 ' LANG-CODE(WS-LANG-IDX)
006090         ' projects, the page shows no more'
006100         DELIMITED BY SIZE INTO WS-REASON
006110     END-IF
006120   END-PERFORM.
006130   CONTINUE.
006140*Same rule VALIDATE-PROJECT-LINE applies to PROJ-IMAGE/PROJ-LINK.
006150 CHECK-URL-FIELD.
006160   MOVE 1 TO WS-CHECK-URL-OK.
006170   IF WS-CHECK-URL(1:1) NOT = '/'
006180     AND WS-CHECK-URL(1:7) NOT = 'http://'
006190     AND WS-CHECK-URL(1:8) NOT = 'https://'
006200     MOVE 0 TO WS-CHECK-URL-OK
006210   END-IF.
006220   CONTINUE.
006230*Row WS-PROJECT-IDX back in projects.txt form.
006240 BUILD-ROW-LINE.
006250   MOVE SPACES TO WS-ROW-LINE.
006260   MOVE 1 TO WS-ROW-PTR.
006270   STRING PROJ-LANG(WS-PROJECT-IDX) '|'
006280     FUNCTION TRIM(PROJ-TITLE(WS-PROJECT-IDX) TRAILING) '|'
006290     FUNCTION TRIM(PROJ-BLURB(WS-PROJECT-IDX) TRAILING) '|'
006300     FUNCTION TRIM(PROJ-IMAGE(WS-PROJECT-IDX) TRAILING) '|'
006310     FUNCTION TRIM(PROJ-LINK(WS-PROJECT-IDX) TRAILING) '|'
006320     PROJ-ADDED(WS-PROJECT-IDX)
006330     DELIMITED BY SIZE INTO WS-ROW-LINE WITH POINTER WS-ROW-PTR
006340   END-STRING.
006350   CONTINUE.
006360*Audit trail: a header line per transaction, then the rows it
006370*touched before and after, or the input line if it was rejected.
006380 AUDIT-APPLIED.
006390   MOVE 'APPLIED' TO WS-AUDIT-STATUS.
006400   PERFORM AUDIT-HEADER.
006410   PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
006420     UNTIL WS-LANG-IDX > WS-LANG-COUNT
006430     IF WS-GROUP-ROW(WS-LANG-IDX) > 0
006440       MOVE WS-GROUP-ROW(WS-LANG-IDX) TO WS-PROJECT-IDX
006450       IF TRAN-ACTION NOT = 'ADD'
006460         MOVE SPACES TO WS-AUDIT-LINE
006470         STRING '  ' LANG-CODE(WS-LANG-IDX) ' before: '
006480           WS-BEFORE-LINE(WS-LANG-IDX)
006490           DELIMITED BY SIZE INTO WS-AUDIT-LINE
006500         PERFORM WRITE-AUDIT-LINE
006510       END-IF
006520       MOVE SPACES TO WS-AUDIT-LINE
006530       IF PROJ-STATE(WS-PROJECT-IDX) = 'L'
006540         PERFORM BUILD-ROW-LINE
006550         STRING '  ' LANG-CODE(WS-LANG-IDX) ' after:  '
006560           WS-ROW-LINE
006570           DELIMITED BY SIZE INTO WS-AUDIT-LINE
006580       ELSE
006590         STRING '  ' LANG-CODE(WS-LANG-IDX) ' after:  (retired)'
006600           DELIMITED BY SIZE INTO WS-AUDIT-LINE
006610       END-IF
006620       PERFORM WRITE-AUDIT-LINE
006630     END-IF
006640   END-PERFORM.
006650   CONTINUE.
006660 AUDIT-REJECTED.
006670   MOVE 'REJECTED' TO WS-AUDIT-STATUS.
006680   PERFORM AUDIT-HEADER.
006690   MOVE SPACES TO WS-AUDIT-LINE.
006700   STRING '  input: ' WS-TRAN-LINE
006710     DELIMITED BY SIZE INTO WS-AUDIT-LINE.
006720   PERFORM WRITE-AUDIT-LINE.
006730   CONTINUE.
006740 AUDIT-HEADER.
006750   MOVE TRAN-ACTION TO WS-AUDIT-ACTION.
006760   IF WS-AUDIT-ACTION = SPACES
006770     MOVE '?' TO WS-AUDIT-ACTION
006780   END-IF.
006790   MOVE SPACES TO WS-AUDIT-LINE.
006800   MOVE 1 TO WS-ROW-PTR.
006810   STRING WS-TODAY ' ' WS-TIME ' ' WS-AUDIT-ACTION ' '
006820     WS-AUDIT-STATUS ' ' FUNCTION TRIM(TRAN-KEY)
006830     DELIMITED BY SIZE INTO WS-AUDIT-LINE WITH POINTER WS-ROW-PTR
006840   END-STRING.
006850   IF WS-REASON NOT = SPACES
006860     STRING ' - ' FUNCTION TRIM(WS-REASON)
006870       DELIMITED BY SIZE INTO WS-AUDIT-LINE
006880       WITH POINTER WS-ROW-PTR
006890     END-STRING
006900   END-IF.
006910   PERFORM WRITE-AUDIT-LINE.
006920   CONTINUE.
006930 WRITE-AUDIT-LINE.
006940   ADD 1 TO WS-AUDIT-HELD.
006950   MOVE WS-AUDIT-LINE TO WS-AUDIT-HELD-LINE(WS-AUDIT-HELD).
006960   CONTINUE.
006970*New rows go on the end, retired rows are left out, anything
006980*that was not a catalog row goes back exactly as it came in.
006990 WRITE-CATALOG.
007000   OPEN OUTPUT PROJ-OUT.
007010   IF WS-OUT-STAT NOT = '00'
007020     DISPLAY 'PROJMAINT: cannot open PROJOUT, status '
007030       WS-OUT-STAT
007040     MOVE 0 TO WS-RUN-OK
007050   ELSE
007060     PERFORM VARYING WS-PROJECT-IDX FROM 1 BY 1
007070       UNTIL WS-PROJECT-IDX > WS-PROJECT-COUNT OR WS-RUN-OK = 0
007080       EVALUATE PROJ-STATE(WS-PROJECT-IDX)
007090         WHEN 'L'
007100           PERFORM BUILD-ROW-LINE
007110           MOVE WS-ROW-LINE TO PROJ-OUT-REC
007120           PERFORM WRITE-OUT-REC
007140         WHEN 'X'
007150           MOVE PROJ-RAW(WS-PROJECT-IDX) TO PROJ-OUT-REC
007160           PERFORM WRITE-OUT-REC
007180         WHEN OTHER
007190           CONTINUE
007200       END-EVALUATE
007210     END-PERFORM
007220     CLOSE PROJ-OUT
007221     IF WS-OUT-STAT NOT = '00' AND WS-RUN-OK = 1
007222       DISPLAY 'PROJMAINT: cannot write PROJOUT, status '
007223         WS-OUT-STAT
007224       MOVE 0 TO WS-RUN-OK
007225     END-IF
007230   END-IF.
007240   CONTINUE.
007250 REPORT-TOTALS.
007260   MOVE WS-TRAN-READ TO WS-TOTAL-STR.
007270   DISPLAY 'PROJMAINT: transactions read    '
007280     WS-TOTAL-STR.
007290   MOVE WS-TRAN-APPLIED TO WS-TOTAL-STR.
007300   DISPLAY 'PROJMAINT: transactions applied '
007310     WS-TOTAL-STR.
007320   MOVE WS-TRAN-REJECTED TO WS-TOTAL-STR.
007330   DISPLAY 'PROJMAINT: transactions rejected'
007340     WS-TOTAL-STR.
007350   MOVE WS-ROWS-WRITTEN TO WS-TOTAL-STR.
007360   DISPLAY 'PROJMAINT: catalog rows written '
007370     WS-TOTAL-STR.
007380   EVALUATE TRUE
007390     WHEN WS-RUN-OK = 0
007400       MOVE 16 TO RETURN-CODE
007410     WHEN WS-TRAN-REJECTED > 0
007420       MOVE 4 TO RETURN-CODE
007430     WHEN OTHER
007440       MOVE 0 TO RETURN-CODE
007450   END-EVALUATE.
007460   CONTINUE.
007470*Stop taking transactions while there is still room to hold the
007480*audit lines of one more.
007490 CHECK-AUDIT-ROOM.
007500   COMPUTE WS-AUDIT-ROOM = WS-AUDIT-HOLD-MAX - WS-AUDIT-HELD.
007510   IF WS-AUDIT-ROOM < 9
007520     DISPLAY 'PROJMAINT: too many transactions for one run, '
007530       'nothing written'
007540     MOVE 0 TO WS-RUN-OK
007550   END-IF.
007560   CONTINUE.
007570 WRITE-OUT-REC.
007580   WRITE PROJ-OUT-REC.
007590   IF WS-OUT-STAT = '00'
007600     ADD 1 TO WS-ROWS-WRITTEN
007610   ELSE
007620     DISPLAY 'PROJMAINT: cannot write PROJOUT, status '
007630       WS-OUT-STAT
007640     MOVE 0 TO WS-RUN-OK
007650   END-IF.
007660   CONTINUE.
007670*Only reached once the catalog is written in full.
007680 WRITE-HELD-AUDIT.
007690   PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
007700     UNTIL WS-AUDIT-IDX > WS-AUDIT-HELD OR WS-RUN-OK = 0
007710     MOVE WS-AUDIT-HELD-LINE(WS-AUDIT-IDX) TO PROJ-AUDIT-REC
007720     WRITE PROJ-AUDIT-REC
007730     IF WS-AUDIT-STAT NOT = '00'
007740       DISPLAY 'PROJMAINT: cannot write PROJAUDIT, status '
007750         WS-AUDIT-STAT
007760       MOVE 0 TO WS-RUN-OK
007770     END-IF
007780   END-PERFORM.
007790   CONTINUE.
