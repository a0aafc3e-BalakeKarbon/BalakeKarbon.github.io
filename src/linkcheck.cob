000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LINK-ASSET-CHECK.
000030*Dead link and missing asset report. The page only finds out a
000040*file or site is gone when a visitor's fetch fails, so this run
000050*walks everything the page points at, ahead of a deploy:
000060*  - from the page source, every literal moved to CONTACT-URL,
000070*    CONTACT-ICON, FETCH-URL or LANG-ICON and every literal path
000080*    handed straight to cobdom_fetch;
000090*  - PROJ-IMAGE and PROJ-LINK of each projects.txt row;
000100*  - POST-LINK of each posts.txt row, and the note body the reader
000110*    fetches for it, /res/data/posts/<lang>/<yyyymmdd>.txt;
000120*  - TALK-LINK of each talks.txt row.
000130*Each is reported OK, MISSING or UNREACHABLE under its source file
000140*and line. Site paths (leading '/') are opened under the site
000150*root. http(s) links are fetched with curl: 2xx/3xx is OK, 404 or
000160*410 is MISSING, anything else (no answer, 5xx, refused) is
000170*UNREACHABLE. Each distinct link is only fetched once per run.
000180*Live form posts and the visit counter are never touched.
000190*
000200*Files, by their DD_ environment variables:
000210*  DD_PAGESRC   src/main.cob
000220*  DD_PROJIN    res/data/projects.txt
000230*  DD_POSTSIN   res/data/posts.txt
000240*  DD_TALKSIN   res/data/talks.txt
000250*  DD_LINKRPT   the report
000260*Settings, from the environment:
000270*  LINKROOT     site root the '/' paths hang off, default '.'
000280*  LINKPROBE    N to skip the http(s) checks, which are then
000290*               reported NOT CHECKED
000300*  LINKSCRATCH  scratch file for curl, default linkcheck.tmp
000310*RETURN-CODE is 0 when everything checked out, 4 when anything is
000320*missing or unreachable and 16 when a file could not be opened or
000325*the report could not be written.
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. UNIX-LINUX.
000360 OBJECT-COMPUTER. UNIX-LINUX.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390   SELECT PAGE-SRC ASSIGN TO PAGESRC
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-PAGE-STAT.
000420   SELECT PROJ-IN ASSIGN TO PROJIN
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS WS-PROJ-STAT.
000450   SELECT POSTS-IN ASSIGN TO POSTSIN
000460     ORGANIZATION IS LINE SEQUENTIAL
000470     FILE STATUS IS WS-POSTS-STAT.
000480   SELECT TALKS-IN ASSIGN TO TALKSIN
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-TALKS-STAT.
000510   SELECT LINK-RPT ASSIGN TO LINKRPT
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-RPT-STAT.
000540*Opened once per site path to see whether it is there, and to
000550*read back the status curl wrote to the scratch file.
000560   SELECT ASSET-PROBE ASSIGN USING WS-PROBE-PATH
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS WS-PROBE-STAT.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD PAGE-SRC.
000620 01 PAGE-SRC-REC PIC X(80).
000630 FD PROJ-IN.
000640 01 PROJ-IN-REC PIC X(700).
000650 FD POSTS-IN.
000660 01 POSTS-IN-REC PIC X(700).
000670 FD TALKS-IN.
000680 01 TALKS-IN-REC PIC X(400).
000690 FD LINK-RPT.
000700 01 LINK-RPT-REC PIC X(300).
000710 FD ASSET-PROBE.
000720 01 PROBE-REC PIC X(80).
000730 WORKING-STORAGE SECTION.
000740 01 WS-FILE-STATUS.
000750   05 WS-PAGE-STAT PIC XX.
000760   05 WS-PROJ-STAT PIC XX.
000770   05 WS-POSTS-STAT PIC XX.
000780   05 WS-TALKS-STAT PIC XX.
000790   05 WS-RPT-STAT PIC XX.
000800   05 WS-PROBE-STAT PIC XX.
000810 01 WS-RUN-OK PIC 9 VALUE 1.
000815 01 WS-RPT-OPEN PIC 9 VALUE 0.
000820 01 WS-IN-EOF PIC 9 VALUE 0.
000830 01 WS-LINE-NO PIC 9(6) VALUE 0.
000840 01 WS-LINE-STR PIC ZZZZZ9.
000850 01 WS-NOW PIC X(21).
000860*Settings.
000870 01 WS-SITE-ROOT PIC X(100).
000880 01 WS-PROBE-MODE PIC X(10).
000890 01 WS-SCRATCH PIC X(100).
000900*Page source scan. A literal and the field it is moved to can sit
000910*on the same line or on consecutive lines.
000920 01 WS-SRC-TEXT PIC X(65).
000930 01 WS-SRC-PRE PIC X(65).
000940 01 WS-SRC-LIT PIC X(65).
000950 01 WS-SRC-QUOTES PIC 99.
000960 01 WS-SRC-HITS PIC 99.
000970 01 WS-PREV-LIT PIC X(65).
000980 01 WS-PREV-LINE PIC 9(6).
000990 01 WS-PREV-FETCH PIC 9.
001000 01 WS-SRC-FIELD-COUNT PIC 9 VALUE 4.
001010 01 WS-SRC-FIELD-VALUES.
001020   05 FILLER PIC X(12) VALUE 'CONTACT-URL'.
001030   05 FILLER PIC X(12) VALUE 'CONTACT-ICON'.
001040   05 FILLER PIC X(12) VALUE 'FETCH-URL'.
001050   05 FILLER PIC X(12) VALUE 'LANG-ICON'.
001060 01 WS-SRC-FIELD-TBL REDEFINES WS-SRC-FIELD-VALUES.
001070   05 SRC-FIELD PIC X(12) OCCURS 4 TIMES.
001080 01 WS-SRC-FIELD-IDX PIC 9.
001090 01 WS-SRC-PATTERN PIC X(20).
001100*Catalog rows.
001110 01 WS-ROW-BARS PIC 99.
001120 01 WS-ROW-F1 PIC X(200).
001130 01 WS-ROW-F2 PIC X(200).
001140 01 WS-ROW-F3 PIC X(200).
001150 01 WS-ROW-F4 PIC X(400).
001160 01 WS-ROW-F5 PIC X(200).
001170 01 WS-ROW-F6 PIC X(20).
001180*The link under test and what became of it.
001190 01 WS-CHK-FILE PIC X(20).
001200 01 WS-CHK-FIELD PIC X(12).
001210 01 WS-CHK-LINE PIC 9(6).
001220 01 WS-CHK-TARGET PIC X(200).
001230 01 WS-CHK-RESULT PIC X(12).
001240 01 WS-CHK-NOTE PIC X(20).
001250 01 WS-LAST-FILE PIC X(20) VALUE SPACES.
001260 01 WS-PROBE-PATH PIC X(300).
001270 01 WS-PROBE-CMD PIC X(600).
001280 01 WS-HTTP-CODE PIC X(3).
001290*http(s) results already fetched this run.
001300 01 WS-SEEN.
001310   05 WS-SEEN-COUNT PIC 999 VALUE 0.
001320   05 WS-SEEN-TBL OCCURS 300 TIMES.
001330     10 SEEN-URL PIC X(200).
001340     10 SEEN-RESULT PIC X(12).
001350     10 SEEN-NOTE PIC X(20).
001360 01 WS-SEEN-IDX PIC 999.
001370 01 WS-SEEN-HIT PIC 999.
001380 01 WS-TOTALS.
001390   05 WS-CHECKED PIC 9(5) VALUE 0.
001400   05 WS-OK PIC 9(5) VALUE 0.
001410   05 WS-MISSING PIC 9(5) VALUE 0.
001420   05 WS-UNREACHABLE PIC 9(5) VALUE 0.
001430   05 WS-NOT-CHECKED PIC 9(5) VALUE 0.
001440 01 WS-TOTAL-STR PIC ZZZZ9.
001450 01 WS-OUT-LINE PIC X(300).
001460 01 WS-OUT-PTR PIC 9(3).
001470 PROCEDURE DIVISION.
001480 MAIN SECTION.
001490   PERFORM LOAD-SETTINGS.
001500   PERFORM OPEN-FILES.
001510   IF WS-RUN-OK = 1
001520     PERFORM WRITE-HEADING
001530     PERFORM SCAN-PAGE-SRC
001540     PERFORM SCAN-PROJECTS
001550     PERFORM SCAN-POSTS
001560     PERFORM SCAN-TALKS
001570     PERFORM WRITE-TOTALS
001580   END-IF.
001590   PERFORM CLOSE-FILES.
001600   IF WS-SEEN-COUNT > 0
001610     CALL 'CBL_DELETE_FILE' USING WS-SCRATCH
001620   END-IF.
001630   PERFORM REPORT-TOTALS.
001640   STOP RUN.
001650 LOAD-SETTINGS.
001660   MOVE SPACES TO WS-SITE-ROOT.
001670   ACCEPT WS-SITE-ROOT FROM ENVIRONMENT 'LINKROOT'.
001680   IF WS-SITE-ROOT = SPACES
001690     MOVE '.' TO WS-SITE-ROOT
001700   END-IF.
001710   MOVE SPACES TO WS-PROBE-MODE.
001720   ACCEPT WS-PROBE-MODE FROM ENVIRONMENT 'LINKPROBE'.
001730   MOVE SPACES TO WS-SCRATCH.
001740   ACCEPT WS-SCRATCH FROM ENVIRONMENT 'LINKSCRATCH'.
001750   IF WS-SCRATCH = SPACES
001760     MOVE 'linkcheck.tmp' TO WS-SCRATCH
001770   END-IF.
001780   MOVE FUNCTION CURRENT-DATE TO WS-NOW.
001790   CONTINUE.
001800 OPEN-FILES.
001810   OPEN INPUT PAGE-SRC.
001820   IF WS-PAGE-STAT NOT = '00'
001830     DISPLAY 'LINKCHK: cannot open PAGESRC, status ' WS-PAGE-STAT
001840     MOVE 0 TO WS-RUN-OK
001850   END-IF.
001860   OPEN INPUT PROJ-IN.
001870   IF WS-PROJ-STAT NOT = '00'
001880     DISPLAY 'LINKCHK: cannot open PROJIN, status ' WS-PROJ-STAT
001890     MOVE 0 TO WS-RUN-OK
001900   END-IF.
001910   OPEN INPUT POSTS-IN.
001920   IF WS-POSTS-STAT NOT = '00'
001930     DISPLAY 'LINKCHK: cannot open POSTSIN, status ' WS-POSTS-STAT
001940     MOVE 0 TO WS-RUN-OK
001950   END-IF.
001960   OPEN INPUT TALKS-IN.
001970   IF WS-TALKS-STAT NOT = '00'
001980     DISPLAY 'LINKCHK: cannot open TALKSIN, status ' WS-TALKS-STAT
001990     MOVE 0 TO WS-RUN-OK
002000   END-IF.
002010   OPEN OUTPUT LINK-RPT.
002020   IF WS-RPT-STAT NOT = '00'
002030     DISPLAY 'LINKCHK: cannot open LINKRPT, status ' WS-RPT-STAT
002040     MOVE 0 TO WS-RUN-OK
002045   ELSE
002047     MOVE 1 TO WS-RPT-OPEN
002050   END-IF.
002060   CONTINUE.
002070 CLOSE-FILES.
002080   IF WS-PAGE-STAT = '00' OR WS-PAGE-STAT = '10'
002090     CLOSE PAGE-SRC
002100   END-IF.
002110   IF WS-PROJ-STAT = '00' OR WS-PROJ-STAT = '10'
002120     CLOSE PROJ-IN
002130   END-IF.
002140   IF WS-POSTS-STAT = '00' OR WS-POSTS-STAT = '10'
002150     CLOSE POSTS-IN
002160   END-IF.
002170   IF WS-TALKS-STAT = '00' OR WS-TALKS-STAT = '10'
002180     CLOSE TALKS-IN
002190   END-IF.
002200   IF WS-RPT-OPEN = 1
002205     IF WS-RPT-STAT = '00'
002210       CLOSE LINK-RPT
002215       PERFORM CHECK-RPT-STAT
002216     ELSE
002217       CLOSE LINK-RPT
002218     END-IF
002220   END-IF.
002230   CONTINUE.
002240 WRITE-HEADING.
002250   MOVE SPACES TO WS-OUT-LINE.
002260   STRING 'LINK AND ASSET CHECK  ' WS-NOW(1:4) '-' WS-NOW(5:2)
002270     '-' WS-NOW(7:2) ' ' WS-NOW(9:2) ':' WS-NOW(11:2)
002280     DELIMITED BY SIZE INTO WS-OUT-LINE.
002290   PERFORM WRITE-RPT-LINE.
002300   MOVE SPACES TO WS-OUT-LINE.
002310   MOVE 1 TO WS-OUT-PTR.
002320   STRING 'site root ' FUNCTION TRIM(WS-SITE-ROOT)
002330     DELIMITED BY SIZE INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
002340   IF WS-PROBE-MODE = 'N'
002350     STRING ', http(s) links not checked'
002360       DELIMITED BY SIZE INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
002370   END-IF.
002380   PERFORM WRITE-RPT-LINE.
002390   CONTINUE.
002400*----------------------------------------------------------------
002410*Page source. Comment lines are skipped; the field a literal is
002420*bound for is the first of WS-SRC-FIELD-TBL named as 'TO <field>'
002430*on the line, and the literal is the first one on that line or,
002440*failing that, the one on the line before.
002450*----------------------------------------------------------------
002460 SCAN-PAGE-SRC.
002470   MOVE 'main.cob' TO WS-CHK-FILE.
002480   MOVE 0 TO WS-LINE-NO.
002490   MOVE 0 TO WS-IN-EOF.
002500   MOVE SPACES TO WS-PREV-LIT.
002510   MOVE 0 TO WS-PREV-LINE.
002520   MOVE 0 TO WS-PREV-FETCH.
002530   PERFORM READ-PAGE-SRC.
002540   PERFORM UNTIL WS-IN-EOF = 1
002550     ADD 1 TO WS-LINE-NO
002560     IF PAGE-SRC-REC(7:1) NOT = '*'
002570       PERFORM SCAN-SRC-LINE
002580     END-IF
002590     PERFORM READ-PAGE-SRC
002600   END-PERFORM.
002610   CONTINUE.
002620 READ-PAGE-SRC.
002630   READ PAGE-SRC
002640     AT END MOVE 1 TO WS-IN-EOF
002650   END-READ.
002660   CONTINUE.
002670 SCAN-SRC-LINE.
002680   MOVE PAGE-SRC-REC(8:65) TO WS-SRC-TEXT.
002690   MOVE SPACES TO WS-SRC-LIT.
002700   MOVE 0 TO WS-SRC-QUOTES.
002710   INSPECT WS-SRC-TEXT TALLYING WS-SRC-QUOTES FOR ALL "'".
002720   IF WS-SRC-QUOTES >= 2
002730     UNSTRING WS-SRC-TEXT DELIMITED BY "'"
002740       INTO WS-SRC-PRE WS-SRC-LIT
002750     END-UNSTRING
002760   END-IF.
002770   MOVE SPACES TO WS-CHK-FIELD.
002780   PERFORM VARYING WS-SRC-FIELD-IDX FROM 1 BY 1
002790     UNTIL WS-SRC-FIELD-IDX > WS-SRC-FIELD-COUNT
002800       OR WS-CHK-FIELD NOT = SPACES
002810     MOVE SPACES TO WS-SRC-PATTERN
002820     STRING 'TO ' SRC-FIELD(WS-SRC-FIELD-IDX)
002830       DELIMITED BY SIZE INTO WS-SRC-PATTERN
002840     MOVE 0 TO WS-SRC-HITS
002850     INSPECT WS-SRC-TEXT TALLYING WS-SRC-HITS FOR ALL
002860       WS-SRC-PATTERN(1:FUNCTION LENGTH(FUNCTION TRIM(
002870         WS-SRC-PATTERN TRAILING)))
002880     IF WS-SRC-HITS > 0
002890       MOVE SRC-FIELD(WS-SRC-FIELD-IDX) TO WS-CHK-FIELD
002900     END-IF
002910   END-PERFORM.
002920   IF WS-CHK-FIELD NOT = SPACES
002930     IF WS-SRC-LIT NOT = SPACES
002940       MOVE WS-SRC-LIT TO WS-CHK-TARGET
002950       MOVE WS-LINE-NO TO WS-CHK-LINE
002960     ELSE
002970       MOVE WS-PREV-LIT TO WS-CHK-TARGET
002980       MOVE WS-PREV-LINE TO WS-CHK-LINE
002990     END-IF
003000     IF WS-CHK-TARGET NOT = SPACES
003010       PERFORM CHECK-TARGET
003020     END-IF
003030   ELSE
003040     IF WS-PREV-FETCH = 1 AND WS-SRC-LIT(1:1) = '/'
003050       MOVE 'FETCH-URL' TO WS-CHK-FIELD
003060       MOVE WS-SRC-LIT TO WS-CHK-TARGET
003070       MOVE WS-LINE-NO TO WS-CHK-LINE
003080       PERFORM CHECK-TARGET
003090     END-IF
003100   END-IF.
003110*A cobdom_fetch call names its URL on the following line.
003120   MOVE 0 TO WS-SRC-HITS.
003130   INSPECT WS-SRC-TEXT TALLYING WS-SRC-HITS
003140     FOR ALL "'cobdom_fetch'".
003150   IF WS-SRC-HITS > 0
003160     MOVE 1 TO WS-PREV-FETCH
003170   ELSE
003180     MOVE 0 TO WS-PREV-FETCH
003190   END-IF.
003200   MOVE WS-SRC-LIT TO WS-PREV-LIT.
003210   MOVE WS-LINE-NO TO WS-PREV-LINE.
003220   CONTINUE.
003230*----------------------------------------------------------------
003240*projects.txt: lang|title|blurb|image|link|added.
003250*----------------------------------------------------------------
003260 SCAN-PROJECTS.
003270   MOVE 'projects.txt' TO WS-CHK-FILE.
003280   MOVE 0 TO WS-LINE-NO.
003290   MOVE 0 TO WS-IN-EOF.
003300   PERFORM READ-PROJ-IN.
003310   PERFORM UNTIL WS-IN-EOF = 1
003320     ADD 1 TO WS-LINE-NO
003330     IF PROJ-IN-REC NOT = SPACES
003340       PERFORM CHECK-PROJECT-ROW
003350     END-IF
003360     PERFORM READ-PROJ-IN
003370   END-PERFORM.
003380   CONTINUE.
003390 READ-PROJ-IN.
003400   READ PROJ-IN
003410     AT END MOVE 1 TO WS-IN-EOF
003420   END-READ.
003430   CONTINUE.
003440 CHECK-PROJECT-ROW.
003450   MOVE 0 TO WS-ROW-BARS.
003460   INSPECT PROJ-IN-REC TALLYING WS-ROW-BARS FOR ALL '|'.
003470   MOVE SPACES TO WS-ROW-F1 WS-ROW-F2 WS-ROW-F3 WS-ROW-F4
003480     WS-ROW-F5 WS-ROW-F6.
003490   UNSTRING PROJ-IN-REC DELIMITED BY '|'
003500     INTO WS-ROW-F1 WS-ROW-F2 WS-ROW-F3 WS-ROW-F4 WS-ROW-F5
003510          WS-ROW-F6
003520   END-UNSTRING.
003530   IF WS-ROW-BARS NOT = 5
003540     PERFORM SKIP-ROW
003550   ELSE
003560     MOVE WS-LINE-NO TO WS-CHK-LINE
003570     IF WS-ROW-F4 NOT = SPACES
003580       MOVE 'PROJ-IMAGE' TO WS-CHK-FIELD
003590       MOVE WS-ROW-F4 TO WS-CHK-TARGET
003600       PERFORM CHECK-TARGET
003610     END-IF
003620     IF WS-ROW-F5 NOT = SPACES
003630       MOVE 'PROJ-LINK' TO WS-CHK-FIELD
003640       MOVE WS-ROW-F5 TO WS-CHK-TARGET
003650       PERFORM CHECK-TARGET
003660     END-IF
003670   END-IF.
003680   CONTINUE.
003690*----------------------------------------------------------------
003700*posts.txt: lang|date|title|body|link. The reader fetches the
003710*full note from /res/data/posts/<lang>/<date>.txt.
003720*----------------------------------------------------------------
003730 SCAN-POSTS.
003740   MOVE 'posts.txt' TO WS-CHK-FILE.
003750   MOVE 0 TO WS-LINE-NO.
003760   MOVE 0 TO WS-IN-EOF.
003770   PERFORM READ-POSTS-IN.
003780   PERFORM UNTIL WS-IN-EOF = 1
003790     ADD 1 TO WS-LINE-NO
003800     IF POSTS-IN-REC NOT = SPACES
003810       PERFORM CHECK-POST-ROW
003820     END-IF
003830     PERFORM READ-POSTS-IN
003840   END-PERFORM.
003850   CONTINUE.
003860 READ-POSTS-IN.
003870   READ POSTS-IN
003880     AT END MOVE 1 TO WS-IN-EOF
003890   END-READ.
003900   CONTINUE.
003910 CHECK-POST-ROW.
003920   MOVE 0 TO WS-ROW-BARS.
003930   INSPECT POSTS-IN-REC TALLYING WS-ROW-BARS FOR ALL '|'.
003940   MOVE SPACES TO WS-ROW-F1 WS-ROW-F2 WS-ROW-F3 WS-ROW-F4
003950     WS-ROW-F5.
003960   UNSTRING POSTS-IN-REC DELIMITED BY '|'
003970     INTO WS-ROW-F1 WS-ROW-F2 WS-ROW-F3 WS-ROW-F4 WS-ROW-F5
003980   END-UNSTRING.
003990   IF WS-ROW-BARS NOT = 4
004000     PERFORM SKIP-ROW
004010   ELSE
004020     MOVE WS-LINE-NO TO WS-CHK-LINE
004030     MOVE 'NOTE-BODY' TO WS-CHK-FIELD
004040     MOVE SPACES TO WS-CHK-TARGET
004050     STRING '/res/data/posts/' WS-ROW-F1(1:2) '/' WS-ROW-F2(1:8)
004060       '.txt' DELIMITED BY SIZE INTO WS-CHK-TARGET
004070     PERFORM CHECK-TARGET
004080     IF WS-ROW-F5 NOT = SPACES
004090       MOVE 'POST-LINK' TO WS-CHK-FIELD
004100       MOVE WS-ROW-F5 TO WS-CHK-TARGET
004110       PERFORM CHECK-TARGET
004120     END-IF
004130   END-IF.
004140   CONTINUE.
004150*----------------------------------------------------------------
004160*talks.txt: date|city|title|link|lang.
004170*----------------------------------------------------------------
004180 SCAN-TALKS.
004190   MOVE 'talks.txt' TO WS-CHK-FILE.
004200   MOVE 0 TO WS-LINE-NO.
004210   MOVE 0 TO WS-IN-EOF.
004220   PERFORM READ-TALKS-IN.
004230   PERFORM UNTIL WS-IN-EOF = 1
004240     ADD 1 TO WS-LINE-NO
004250     IF TALKS-IN-REC NOT = SPACES
004260       PERFORM CHECK-TALK-ROW
004270     END-IF
004280     PERFORM READ-TALKS-IN
004290   END-PERFORM.
004300   CONTINUE.
004310 READ-TALKS-IN.
004320   READ TALKS-IN
004330     AT END MOVE 1 TO WS-IN-EOF
004340   END-READ.
004350   CONTINUE.
004360 CHECK-TALK-ROW.
004370   MOVE 0 TO WS-ROW-BARS.
004380   INSPECT TALKS-IN-REC TALLYING WS-ROW-BARS FOR ALL '|'.
004390   MOVE SPACES TO WS-ROW-F1 WS-ROW-F2 WS-ROW-F3 WS-ROW-F4
004400     WS-ROW-F5.
004410   UNSTRING TALKS-IN-REC DELIMITED BY '|'
004420     INTO WS-ROW-F1 WS-ROW-F2 WS-ROW-F3 WS-ROW-F4 WS-ROW-F5
004430   END-UNSTRING.
004440   IF WS-ROW-BARS NOT = 4
004450     PERFORM SKIP-ROW
004460   ELSE
004470     IF WS-ROW-F4 NOT = SPACES
004480       MOVE WS-LINE-NO TO WS-CHK-LINE
004490       MOVE 'TALK-LINK' TO WS-CHK-FIELD
004500       MOVE WS-ROW-F4 TO WS-CHK-TARGET
004510       PERFORM CHECK-TARGET
004520     END-IF
004530   END-IF.
004540   CONTINUE.
004550 SKIP-ROW.
004560   MOVE WS-LINE-NO TO WS-LINE-STR.
004570   DISPLAY 'LINKCHK: ' FUNCTION TRIM(WS-CHK-FILE) ' line '
004580     FUNCTION TRIM(WS-LINE-STR)
004590     ' skipped: wrong number of fields'.
004600   CONTINUE.
004610*----------------------------------------------------------------
004620*Check WS-CHK-TARGET and write its report line.
004630*----------------------------------------------------------------
004640 CHECK-TARGET.
004650   MOVE SPACES TO WS-CHK-RESULT.
004660   MOVE SPACES TO WS-CHK-NOTE.
004670   IF WS-CHK-TARGET(1:7) = 'http://'
004680       OR WS-CHK-TARGET(1:8) = 'https://'
004690     PERFORM CHECK-REMOTE
004700   ELSE
004710     PERFORM CHECK-LOCAL
004720   END-IF.
004730   ADD 1 TO WS-CHECKED.
004740   EVALUATE WS-CHK-RESULT
004750     WHEN 'OK'
004760       ADD 1 TO WS-OK
004770     WHEN 'MISSING'
004780       ADD 1 TO WS-MISSING
004790     WHEN 'UNREACHABLE'
004800       ADD 1 TO WS-UNREACHABLE
004810     WHEN OTHER
004820       ADD 1 TO WS-NOT-CHECKED
004830   END-EVALUATE.
004840   PERFORM WRITE-CHECK-LINE.
004850   CONTINUE.
004860 CHECK-LOCAL.
004870   MOVE SPACES TO WS-PROBE-PATH.
004880   IF WS-CHK-TARGET(1:1) = '/'
004890     STRING FUNCTION TRIM(WS-SITE-ROOT)
004900       FUNCTION TRIM(WS-CHK-TARGET)
004910       DELIMITED BY SIZE INTO WS-PROBE-PATH
004920   ELSE
004930     STRING FUNCTION TRIM(WS-SITE-ROOT) '/'
004940       FUNCTION TRIM(WS-CHK-TARGET)
004950       DELIMITED BY SIZE INTO WS-PROBE-PATH
004960   END-IF.
004970   OPEN INPUT ASSET-PROBE.
004980   IF WS-PROBE-STAT = '00'
004990     MOVE 'OK' TO WS-CHK-RESULT
005000     CLOSE ASSET-PROBE
005010   ELSE
005020     MOVE 'MISSING' TO WS-CHK-RESULT
005030     IF WS-PROBE-STAT NOT = '35'
005040       STRING 'open status ' WS-PROBE-STAT
005050         DELIMITED BY SIZE INTO WS-CHK-NOTE
005060     END-IF
005070   END-IF.
005080   CONTINUE.
005090 CHECK-REMOTE.
005100   MOVE 0 TO WS-SEEN-HIT.
005110   PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
005120     UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-HIT > 0
005130     IF SEEN-URL(WS-SEEN-IDX) = WS-CHK-TARGET
005140       MOVE WS-SEEN-IDX TO WS-SEEN-HIT
005150     END-IF
005160   END-PERFORM.
005170   IF WS-SEEN-HIT > 0
005180     MOVE SEEN-RESULT(WS-SEEN-HIT) TO WS-CHK-RESULT
005190     MOVE SEEN-NOTE(WS-SEEN-HIT) TO WS-CHK-NOTE
005200   ELSE
005210     PERFORM PROBE-REMOTE
005220     IF WS-SEEN-COUNT < 300
005230       ADD 1 TO WS-SEEN-COUNT
005240       MOVE WS-CHK-TARGET TO SEEN-URL(WS-SEEN-COUNT)
005250       MOVE WS-CHK-RESULT TO SEEN-RESULT(WS-SEEN-COUNT)
005260       MOVE WS-CHK-NOTE TO SEEN-NOTE(WS-SEEN-COUNT)
005270     END-IF
005280   END-IF.
005290   CONTINUE.
005300*curl writes just the final HTTP status (000 when nothing
005310*answered) to the scratch file. A quote in the URL would break
005320*the shell line, so such links are left for a manual look.
005330 PROBE-REMOTE.
005340   MOVE 0 TO WS-SRC-HITS.
005350   INSPECT WS-CHK-TARGET TALLYING WS-SRC-HITS FOR ALL "'".
005360   IF WS-PROBE-MODE = 'N' OR WS-SRC-HITS > 0
005370     MOVE 'NOT CHECKED' TO WS-CHK-RESULT
005380   ELSE
005390     PERFORM RUN-CURL
005400   END-IF.
005410   CONTINUE.
005420 RUN-CURL.
005430   MOVE SPACES TO WS-PROBE-CMD.
005440   STRING 'curl -s -o /dev/null -L --max-time 15 -w '
005450     "'%{http_code}' '" FUNCTION TRIM(WS-CHK-TARGET) "' > "
005460     FUNCTION TRIM(WS-SCRATCH) ' 2>/dev/null'
005470     DELIMITED BY SIZE INTO WS-PROBE-CMD.
005480   CALL 'SYSTEM' USING WS-PROBE-CMD.
005490   MOVE '000' TO WS-HTTP-CODE.
005500   MOVE WS-SCRATCH TO WS-PROBE-PATH.
005510   OPEN INPUT ASSET-PROBE.
005520   IF WS-PROBE-STAT = '00'
005530     READ ASSET-PROBE
005540       NOT AT END MOVE PROBE-REC(1:3) TO WS-HTTP-CODE
005550     END-READ
005560     CLOSE ASSET-PROBE
005570   END-IF.
005580   EVALUATE TRUE
005590     WHEN WS-HTTP-CODE(1:1) = '2' OR WS-HTTP-CODE(1:1) = '3'
005600       MOVE 'OK' TO WS-CHK-RESULT
005610     WHEN WS-HTTP-CODE = '404' OR WS-HTTP-CODE = '410'
005620       MOVE 'MISSING' TO WS-CHK-RESULT
005630     WHEN OTHER
005640       MOVE 'UNREACHABLE' TO WS-CHK-RESULT
005650   END-EVALUATE.
005660   IF WS-CHK-RESULT NOT = 'OK'
005670     STRING 'http ' WS-HTTP-CODE
005680       DELIMITED BY SIZE INTO WS-CHK-NOTE
005690   END-IF.
005700   CONTINUE.
005710*One line per check, grouped under the source file it came from.
005720 WRITE-CHECK-LINE.
005730   IF WS-CHK-FILE NOT = WS-LAST-FILE
005740     MOVE SPACES TO WS-OUT-LINE
005750     PERFORM WRITE-RPT-LINE
005760     MOVE WS-CHK-FILE TO WS-OUT-LINE
005770     PERFORM WRITE-RPT-LINE
005780     MOVE '    LINE  FIELD         RESULT       TARGET'
005790       TO WS-OUT-LINE
005800     PERFORM WRITE-RPT-LINE
005810     MOVE WS-CHK-FILE TO WS-LAST-FILE
005820   END-IF.
005830   MOVE WS-CHK-LINE TO WS-LINE-STR.
005840   MOVE SPACES TO WS-OUT-LINE.
005850   MOVE 1 TO WS-OUT-PTR.
005860   STRING '  ' WS-LINE-STR '  ' WS-CHK-FIELD '  '
005870     WS-CHK-RESULT ' '
005880     FUNCTION TRIM(WS-CHK-TARGET)
005890     DELIMITED BY SIZE INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
005900   IF WS-CHK-NOTE NOT = SPACES
005910     STRING '  (' FUNCTION TRIM(WS-CHK-NOTE) ')'
005920       DELIMITED BY SIZE INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
005930   END-IF.
005940   PERFORM WRITE-RPT-LINE.
005950   CONTINUE.
005952*Once a WRITE has failed the report is not written to again;
005954*WS-RPT-STAT keeps the failing status for CLOSE-FILES.
005960 WRITE-RPT-LINE.
005965   IF WS-RPT-STAT = '00'
005970     MOVE WS-OUT-LINE TO LINK-RPT-REC
005980     WRITE LINK-RPT-REC
005983     PERFORM CHECK-RPT-STAT
005986   END-IF.
005990   CONTINUE.
005991 CHECK-RPT-STAT.
005992   IF WS-RPT-STAT NOT = '00'
005993     DISPLAY 'LINKCHK: cannot write LINKRPT, status ' WS-RPT-STAT
005994     MOVE 0 TO WS-RUN-OK
005995   END-IF.
005996   CONTINUE.
006000 WRITE-TOTALS.
006010   MOVE SPACES TO WS-OUT-LINE.
006020   PERFORM WRITE-RPT-LINE.
006030   MOVE WS-CHECKED TO WS-TOTAL-STR.
006040   STRING 'checked     ' WS-TOTAL-STR DELIMITED BY SIZE
006050     INTO WS-OUT-LINE.
006060   PERFORM WRITE-RPT-LINE.
006070   MOVE WS-OK TO WS-TOTAL-STR.
006080   MOVE SPACES TO WS-OUT-LINE.
006090   STRING 'ok          ' WS-TOTAL-STR DELIMITED BY SIZE
006100     INTO WS-OUT-LINE.
006110   PERFORM WRITE-RPT-LINE.
006120   MOVE WS-MISSING TO WS-TOTAL-STR.
006130   MOVE SPACES TO WS-OUT-LINE.
006140   STRING 'missing     ' WS-TOTAL-STR DELIMITED BY SIZE
006150     INTO WS-OUT-LINE.
006160   PERFORM WRITE-RPT-LINE.
006170   MOVE WS-UNREACHABLE TO WS-TOTAL-STR.
006180   MOVE SPACES TO WS-OUT-LINE.
006190   STRING 'unreachable ' WS-TOTAL-STR DELIMITED BY SIZE
006200     INTO WS-OUT-LINE.
006210   PERFORM WRITE-RPT-LINE.
006220   IF WS-NOT-CHECKED > 0
006230     MOVE WS-NOT-CHECKED TO WS-TOTAL-STR
006240     MOVE SPACES TO WS-OUT-LINE
006250     STRING 'not checked ' WS-TOTAL-STR DELIMITED BY SIZE
006260       INTO WS-OUT-LINE
006270     PERFORM WRITE-RPT-LINE
006280   END-IF.
006290   CONTINUE.
006300 REPORT-TOTALS.
006310   MOVE WS-CHECKED TO WS-TOTAL-STR.
006320   DISPLAY 'LINKCHK: checked      ' WS-TOTAL-STR.
006330   MOVE WS-OK TO WS-TOTAL-STR.
006340   DISPLAY 'LINKCHK: ok           ' WS-TOTAL-STR.
006350   MOVE WS-MISSING TO WS-TOTAL-STR.
006360   DISPLAY 'LINKCHK: missing      ' WS-TOTAL-STR.
006370   MOVE WS-UNREACHABLE TO WS-TOTAL-STR.
006380   DISPLAY 'LINKCHK: unreachable  ' WS-TOTAL-STR.
006390   MOVE WS-NOT-CHECKED TO WS-TOTAL-STR.
006400   DISPLAY 'LINKCHK: not checked  ' WS-TOTAL-STR.
006410   IF WS-RUN-OK = 0
006420     MOVE 16 TO RETURN-CODE
006430   ELSE
006440     IF WS-MISSING > 0 OR WS-UNREACHABLE > 0
006450       MOVE 4 TO RETURN-CODE
006460     ELSE
006470       MOVE 0 TO RETURN-CODE
006480     END-IF
006490   END-IF.
006500   CONTINUE.
