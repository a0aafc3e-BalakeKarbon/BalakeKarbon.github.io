000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTES-FEED-SITEMAP.
000030*Notes feeds and sitemap. The page builds everything at run time,
000040*so neither feed readers nor search engines see past the bare
000050*index. This run reads res/data/posts.txt and writes one RSS 2.0
000060*feed per language code, newest note first, each item linking to
000070*the on-site reader in the feed's language
000080*(#note=yyyymmdd&lang=xx, see APPLY-HASH), and a sitemap.xml
000090*listing every deep link APPLY-HASH understands plus each note,
000095*dated from the posts.
000100*
000110*posts.txt rows that VALIDATE-POST-LINE would reject on the page
000120*are left out here too, with a message naming the line.
000130*
000140*Files, by their DD_ environment variables:
000150*  DD_POSTSIN   res/data/posts.txt
000160*  DD_RSSUS, DD_RSSES, DD_RSSDE, DD_RSSFR
000170*               the feeds, conventionally rss-us.xml .. rss-fr.xml
000180*               in the site root
000190*  DD_SITEMAP   sitemap.xml in the site root
000200*RETURN-CODE is 0 on a clean run, 4 when posts rows were skipped
000210*and 16 when a file could not be opened or written.
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. UNIX-LINUX.
000250 OBJECT-COMPUTER. UNIX-LINUX.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280   SELECT POSTS-IN ASSIGN TO POSTSIN
000290     ORGANIZATION IS LINE SEQUENTIAL
000300     FILE STATUS IS WS-POSTS-STAT.
000310   SELECT RSS-US ASSIGN TO RSSUS
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS WS-RSS-US-STAT.
000340   SELECT RSS-ES ASSIGN TO RSSES
000350     ORGANIZATION IS LINE SEQUENTIAL
000360     FILE STATUS IS WS-RSS-ES-STAT.
000370   SELECT RSS-DE ASSIGN TO RSSDE
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-RSS-DE-STAT.
000400   SELECT RSS-FR ASSIGN TO RSSFR
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS WS-RSS-FR-STAT.
000430   SELECT SITEMAP-OUT ASSIGN TO SITEMAP
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-SITEMAP-STAT.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD POSTS-IN.
000490 01 POSTS-IN-REC PIC X(700).
000500 FD RSS-US.
000510 01 RSS-US-REC PIC X(2000).
000520 FD RSS-ES.
000530 01 RSS-ES-REC PIC X(2000).
000540 FD RSS-DE.
000550 01 RSS-DE-REC PIC X(2000).
000560 FD RSS-FR.
000570 01 RSS-FR-REC PIC X(2000).
000580 FD SITEMAP-OUT.
000590 01 SITEMAP-REC PIC X(200).
000600 WORKING-STORAGE SECTION.
000610 01 WS-FILE-STATUS.
000620   05 WS-POSTS-STAT PIC XX.
000630   05 WS-RSS-US-STAT PIC XX.
000640   05 WS-RSS-ES-STAT PIC XX.
000650   05 WS-RSS-DE-STAT PIC XX.
000660   05 WS-RSS-FR-STAT PIC XX.
000670   05 WS-SITEMAP-STAT PIC XX.
000680 01 WS-RUN-OK PIC 9 VALUE 1.
000690 01 WS-POSTS-EOF PIC 9 VALUE 0.
000700 01 WS-SITE-URL PIC X(40) VALUE 'https://balakekarbon.github.io/'.
000710*Same language order as LANG-TBL on the page, with the xml:lang
000720*each feed declares.
000730 01 WS-LANG-COUNT PIC 9 VALUE 4.
000740 01 WS-LANG-VALUES.
000750   05 FILLER PIC X(7) VALUE 'usen-us'.
000760   05 FILLER PIC X(7) VALUE 'eses'.
000770   05 FILLER PIC X(7) VALUE 'dede'.
000780   05 FILLER PIC X(7) VALUE 'frfr'.
000790 01 WS-LANG-TBL REDEFINES WS-LANG-VALUES.
000800   05 WS-LANG-ENTRY OCCURS 4 TIMES.
000810     10 LANG-CODE PIC XX.
000820     10 LANG-XML PIC X(5).
000830 01 WS-LANG-IDX PIC 9.
000840*Section deep links, as in the EVALUATE in APPLY-HASH.
000850 01 WS-SECTION-COUNT PIC 99 VALUE 7.
000860 01 WS-SECTION-VALUES.
000870   05 FILLER PIC X(10) VALUE 'about'.
000880   05 FILLER PIC X(10) VALUE 'contact'.
000890   05 FILLER PIC X(10) VALUE 'skills'.
000900   05 FILLER PIC X(10) VALUE 'projects'.
000910   05 FILLER PIC X(10) VALUE 'cobol'.
000920   05 FILLER PIC X(10) VALUE 'notes'.
000925   05 FILLER PIC X(10) VALUE 'talks'.
000930 01 WS-SECTION-TBL REDEFINES WS-SECTION-VALUES.
000940   05 SECTION-HASH PIC X(10) OCCURS 7 TIMES.
000950 01 WS-SECTION-IDX PIC 99.
000960 01 WS-MONTH-NAMES PIC X(36)
000970   VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
000980 01 WS-MONTH-TBL REDEFINES WS-MONTH-NAMES.
000990   05 MONTH-NAME PIC X(3) OCCURS 12 TIMES.
001000*FUNCTION INTEGER-OF-DATE counts from Monday 1601-01-01.
001010 01 WS-DAY-NAMES PIC X(21) VALUE 'MonTueWedThuFriSatSun'.
001020 01 WS-DAY-TBL REDEFINES WS-DAY-NAMES.
001030   05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
001040*The notes, newest first once SORT-POSTS has run.
001050 01 WS-POSTS.
001060   05 WS-POST-COUNT PIC 999 VALUE 0.
001070   05 WS-POST-TBL OCCURS 200 TIMES.
001080     10 POST-LANG PIC XX.
001090     10 POST-DATE PIC X(8).
001100     10 POST-TITLE PIC X(100).
001110     10 POST-BLURB PIC X(400).
001120     10 POST-LINK PIC X(200).
001130 01 WS-POST-IDX PIC 999.
001140 01 WS-POST-JDX PIC 999.
001150 01 WS-POST-JDX1 PIC 999.
001160 01 WS-POST-SWAP PIC X(710).
001170 01 WS-POST-LINE-NO PIC 9(5) VALUE 0.
001180 01 WS-POST-SKIPPED PIC 9(5) VALUE 0.
001190 01 WS-POST-SEEN PIC 9.
001200 01 WS-LINE-STR PIC ZZZZ9.
001210*Row checks, after VALIDATE-POST-LINE.
001220 01 WS-VAL-BARS PIC 99.
001230 01 WS-VAL-LANG PIC X(10).
001240 01 WS-VAL-DATE PIC X(10).
001250 01 WS-VAL-TITLE PIC X(100).
001260 01 WS-VAL-TEXT PIC X(400).
001270 01 WS-VAL-LINK PIC X(200).
001280 01 WS-VAL-MM PIC 99.
001290 01 WS-VAL-DD PIC 99.
001300 01 WS-REASON PIC X(40).
001310*Output line building.
001320 01 WS-OUT-LINE PIC X(2000).
001330 01 WS-OUT-PTR PIC 9(4).
001340 01 WS-XML-RAW PIC X(400).
001350 01 WS-XML-ESC PIC X(2000).
001360 01 WS-XML-LEN PIC 9(4).
001370 01 WS-XML-IDX PIC 9(4).
001380 01 WS-XML-OUT PIC 9(4).
001390 01 WS-PUB-DATE PIC X(31).
001400 01 WS-PUB-INT PIC 9(8).
001410 01 WS-PUB-DOW PIC 9.
001420 01 WS-PUB-MM PIC 99.
001430 01 WS-ISO-DATE PIC X(10).
001440 01 WS-NEWEST-DATE PIC X(8).
001450 01 WS-LANG-ITEMS PIC 999.
001452*Status of the last WRITE or CLOSE and the DD it was for, see
001454*CHECK-WRITE.
001456 01 WS-WRITE-STAT PIC XX.
001458 01 WS-WRITE-DD PIC X(8).
001460 01 WS-TOTALS.
001470   05 WS-ITEMS-WRITTEN PIC 9(5) VALUE 0.
001480   05 WS-URLS-WRITTEN PIC 9(5) VALUE 0.
001490 01 WS-TOTAL-STR PIC ZZZZ9.
001500 PROCEDURE DIVISION.
001510 MAIN SECTION.
001520   PERFORM OPEN-FILES.
001530   IF WS-RUN-OK = 1
001540     PERFORM LOAD-POSTS
001550     PERFORM SORT-POSTS
001560     PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
001570       UNTIL WS-LANG-IDX > WS-LANG-COUNT
001580       PERFORM WRITE-FEED
001590     END-PERFORM
001600     PERFORM WRITE-SITEMAP
001610   END-IF.
001620   PERFORM CLOSE-FILES.
001630   PERFORM REPORT-TOTALS.
001640   STOP RUN.
001650 OPEN-FILES.
001660   OPEN INPUT POSTS-IN.
001670   IF WS-POSTS-STAT NOT = '00'
001680     DISPLAY 'FEEDGEN: cannot open POSTSIN, status ' WS-POSTS-STAT
001690     MOVE 0 TO WS-RUN-OK
001700   END-IF.
001710   OPEN OUTPUT RSS-US.
001720   IF WS-RSS-US-STAT NOT = '00'
001730     DISPLAY 'FEEDGEN: cannot open RSSUS, status ' WS-RSS-US-STAT
001740     MOVE 0 TO WS-RUN-OK
001750   END-IF.
001760   OPEN OUTPUT RSS-ES.
001770   IF WS-RSS-ES-STAT NOT = '00'
001780     DISPLAY 'FEEDGEN: cannot open RSSES, status ' WS-RSS-ES-STAT
001790     MOVE 0 TO WS-RUN-OK
001800   END-IF.
001810   OPEN OUTPUT RSS-DE.
001820   IF WS-RSS-DE-STAT NOT = '00'
001830     DISPLAY 'FEEDGEN: cannot open RSSDE, status ' WS-RSS-DE-STAT
001840     MOVE 0 TO WS-RUN-OK
001850   END-IF.
001860   OPEN OUTPUT RSS-FR.
001870   IF WS-RSS-FR-STAT NOT = '00'
001880     DISPLAY 'FEEDGEN: cannot open RSSFR, status ' WS-RSS-FR-STAT
001890     MOVE 0 TO WS-RUN-OK
001900   END-IF.
001910   OPEN OUTPUT SITEMAP-OUT.
001920   IF WS-SITEMAP-STAT NOT = '00'
001930     DISPLAY 'FEEDGEN: cannot open SITEMAP, status '
001940       WS-SITEMAP-STAT
001950     MOVE 0 TO WS-RUN-OK
001960   END-IF.
001970   CONTINUE.
001980 CLOSE-FILES.
001990   IF WS-POSTS-STAT = '00' OR WS-POSTS-STAT = '10'
002000     CLOSE POSTS-IN
002010   END-IF.
002020   IF WS-RSS-US-STAT = '00'
002030     CLOSE RSS-US
002032     MOVE WS-RSS-US-STAT TO WS-WRITE-STAT
002034     MOVE 'RSSUS' TO WS-WRITE-DD
002036     PERFORM CHECK-WRITE
002040   END-IF.
002050   IF WS-RSS-ES-STAT = '00'
002060     CLOSE RSS-ES
002062     MOVE WS-RSS-ES-STAT TO WS-WRITE-STAT
002064     MOVE 'RSSES' TO WS-WRITE-DD
002066     PERFORM CHECK-WRITE
002070   END-IF.
002080   IF WS-RSS-DE-STAT = '00'
002090     CLOSE RSS-DE
002092     MOVE WS-RSS-DE-STAT TO WS-WRITE-STAT
002094     MOVE 'RSSDE' TO WS-WRITE-DD
002096     PERFORM CHECK-WRITE
002100   END-IF.
002110   IF WS-RSS-FR-STAT = '00'
002120     CLOSE RSS-FR
002122     MOVE WS-RSS-FR-STAT TO WS-WRITE-STAT
002124     MOVE 'RSSFR' TO WS-WRITE-DD
002126     PERFORM CHECK-WRITE
002130   END-IF.
002140   IF WS-SITEMAP-STAT = '00'
002150     CLOSE SITEMAP-OUT
002152     MOVE WS-SITEMAP-STAT TO WS-WRITE-STAT
002154     MOVE 'SITEMAP' TO WS-WRITE-DD
002156     PERFORM CHECK-WRITE
002160   END-IF.
002170   CONTINUE.
002180 LOAD-POSTS.
002190   PERFORM READ-POSTS-IN.
002200   PERFORM UNTIL WS-POSTS-EOF = 1
002210     ADD 1 TO WS-POST-LINE-NO
002220     IF POSTS-IN-REC NOT = SPACES
002230       PERFORM VALIDATE-POST-ROW
002240       IF WS-REASON = SPACES AND WS-POST-COUNT >= 200
002250         MOVE 'more notes than the feed table holds'
002260           TO WS-REASON
002270       END-IF
002280       IF WS-REASON = SPACES
002290         ADD 1 TO WS-POST-COUNT
002300         MOVE WS-VAL-LANG TO POST-LANG(WS-POST-COUNT)
002310         MOVE WS-VAL-DATE TO POST-DATE(WS-POST-COUNT)
002320         MOVE WS-VAL-TITLE TO POST-TITLE(WS-POST-COUNT)
002330         MOVE WS-VAL-TEXT TO POST-BLURB(WS-POST-COUNT)
002340         MOVE WS-VAL-LINK TO POST-LINK(WS-POST-COUNT)
002350       ELSE
002360         ADD 1 TO WS-POST-SKIPPED
002370         MOVE WS-POST-LINE-NO TO WS-LINE-STR
002380         DISPLAY 'FEEDGEN: posts.txt line '
002390           FUNCTION TRIM(WS-LINE-STR) ' skipped: '
002400           FUNCTION TRIM(WS-REASON)
002410       END-IF
002420     END-IF
002430     PERFORM READ-POSTS-IN
002440   END-PERFORM.
002450   CONTINUE.
002460 READ-POSTS-IN.
002470   READ POSTS-IN
002480     AT END MOVE 1 TO WS-POSTS-EOF
002490   END-READ.
002500   CONTINUE.
002510 VALIDATE-POST-ROW.
002520   MOVE SPACES TO WS-REASON.
002530   MOVE 0 TO WS-VAL-BARS.
002540   INSPECT POSTS-IN-REC TALLYING WS-VAL-BARS FOR ALL '|'.
002550   MOVE SPACES TO WS-VAL-LANG WS-VAL-DATE WS-VAL-TITLE
002560     WS-VAL-TEXT WS-VAL-LINK.
002570   UNSTRING POSTS-IN-REC DELIMITED BY '|'
002580     INTO WS-VAL-LANG WS-VAL-DATE WS-VAL-TITLE WS-VAL-TEXT
002590          WS-VAL-LINK
002600   END-UNSTRING.
002610   IF WS-VAL-BARS NOT = 4
002620     MOVE 'expected 5 fields' TO WS-REASON
002630   END-IF.
002640   IF WS-REASON = SPACES
002650     MOVE 'unknown lang code' TO WS-REASON
002660     PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
002670       UNTIL WS-LANG-IDX > WS-LANG-COUNT
002680       IF WS-VAL-LANG = LANG-CODE(WS-LANG-IDX)
002690         MOVE SPACES TO WS-REASON
002700       END-IF
002710     END-PERFORM
002720   END-IF.
002730   IF WS-REASON = SPACES
002740     IF WS-VAL-DATE(1:8) IS NOT NUMERIC
002750         OR WS-VAL-DATE(9:2) NOT = SPACES
002760       MOVE 'bad date (want yyyymmdd)' TO WS-REASON
002770     ELSE
002780       MOVE WS-VAL-DATE(5:2) TO WS-VAL-MM
002790       MOVE WS-VAL-DATE(7:2) TO WS-VAL-DD
002800       IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
002810           OR WS-VAL-DD < 1 OR WS-VAL-DD > 31
002820         MOVE 'bad date (want yyyymmdd)' TO WS-REASON
002830       END-IF
002840     END-IF
002850   END-IF.
002860   IF WS-REASON = SPACES AND FUNCTION TRIM(WS-VAL-TITLE) = SPACES
002870     MOVE 'blank title' TO WS-REASON
002880   END-IF.
002890   CONTINUE.
002900*Newest first; a stable exchange sort so the languages of one
002910*date keep their file order.
002920 SORT-POSTS.
002930   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
002940     UNTIL WS-POST-IDX >= WS-POST-COUNT
002950     PERFORM VARYING WS-POST-JDX FROM 1 BY 1
002960       UNTIL WS-POST-JDX > WS-POST-COUNT - WS-POST-IDX
002970       COMPUTE WS-POST-JDX1 = WS-POST-JDX + 1
002980       IF POST-DATE(WS-POST-JDX) < POST-DATE(WS-POST-JDX1)
002990         MOVE WS-POST-TBL(WS-POST-JDX) TO WS-POST-SWAP
003000         MOVE WS-POST-TBL(WS-POST-JDX1)
003010           TO WS-POST-TBL(WS-POST-JDX)
003020         MOVE WS-POST-SWAP TO WS-POST-TBL(WS-POST-JDX1)
003030       END-IF
003040     END-PERFORM
003050   END-PERFORM.
003060   CONTINUE.
003070*One RSS 2.0 channel for LANG-CODE(WS-LANG-IDX).
003080 WRITE-FEED.
003090   MOVE SPACES TO WS-NEWEST-DATE.
003100   MOVE 0 TO WS-LANG-ITEMS.
003110   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
003120     UNTIL WS-POST-IDX > WS-POST-COUNT
003130     IF POST-LANG(WS-POST-IDX) = LANG-CODE(WS-LANG-IDX)
003140       AND WS-NEWEST-DATE = SPACES
003150       MOVE POST-DATE(WS-POST-IDX) TO WS-NEWEST-DATE
003160     END-IF
003170   END-PERFORM.
003180   MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-OUT-LINE.
003190   PERFORM WRITE-FEED-LINE.
003200   MOVE '<rss version="2.0">' TO WS-OUT-LINE.
003210   PERFORM WRITE-FEED-LINE.
003220   MOVE '  <channel>' TO WS-OUT-LINE.
003230   PERFORM WRITE-FEED-LINE.
003240   MOVE SPACES TO WS-OUT-LINE.
003250   STRING '    <title>Notes - balakekarbon.github.io ('
003260     LANG-CODE(WS-LANG-IDX) ')</title>'
003270     DELIMITED BY SIZE INTO WS-OUT-LINE.
003280   PERFORM WRITE-FEED-LINE.
003290   MOVE SPACES TO WS-OUT-LINE.
003300   STRING '    <link>' FUNCTION TRIM(WS-SITE-URL) '#notes</link>'
003310     DELIMITED BY SIZE INTO WS-OUT-LINE.
003320   PERFORM WRITE-FEED-LINE.
003330   MOVE SPACES TO WS-OUT-LINE.
003340   STRING '    <description>Notes from a portfolio page written'
003350     ' in COBOL</description>'
003360     DELIMITED BY SIZE INTO WS-OUT-LINE.
003370   PERFORM WRITE-FEED-LINE.
003380   MOVE SPACES TO WS-OUT-LINE.
003390   STRING '    <language>' FUNCTION TRIM(LANG-XML(WS-LANG-IDX))
003400     '</language>'
003410     DELIMITED BY SIZE INTO WS-OUT-LINE.
003420   PERFORM WRITE-FEED-LINE.
003430   IF WS-NEWEST-DATE NOT = SPACES
003440     MOVE WS-NEWEST-DATE TO WS-PUB-DATE
003450     PERFORM FORMAT-PUB-DATE
003460     MOVE SPACES TO WS-OUT-LINE
003470     STRING '    <lastBuildDate>' FUNCTION TRIM(WS-PUB-DATE)
003480       '</lastBuildDate>'
003490       DELIMITED BY SIZE INTO WS-OUT-LINE
003500     PERFORM WRITE-FEED-LINE
003510   END-IF.
003520   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
003530     UNTIL WS-POST-IDX > WS-POST-COUNT
003540     IF POST-LANG(WS-POST-IDX) = LANG-CODE(WS-LANG-IDX)
003550       PERFORM WRITE-FEED-ITEM
003560     END-IF
003570   END-PERFORM.
003580   MOVE '  </channel>' TO WS-OUT-LINE.
003590   PERFORM WRITE-FEED-LINE.
003600   MOVE '</rss>' TO WS-OUT-LINE.
003610   PERFORM WRITE-FEED-LINE.
003620   MOVE WS-LANG-ITEMS TO WS-TOTAL-STR.
003630   DISPLAY 'FEEDGEN: ' LANG-CODE(WS-LANG-IDX) ' feed items   '
003640     WS-TOTAL-STR.
003650   CONTINUE.
003660 WRITE-FEED-ITEM.
003670   ADD 1 TO WS-LANG-ITEMS.
003680   ADD 1 TO WS-ITEMS-WRITTEN.
003690   MOVE '    <item>' TO WS-OUT-LINE.
003700   PERFORM WRITE-FEED-LINE.
003710   MOVE POST-TITLE(WS-POST-IDX) TO WS-XML-RAW.
003720   PERFORM XML-ESCAPE.
003730   MOVE SPACES TO WS-OUT-LINE.
003740   STRING '      <title>' WS-XML-ESC(1:WS-XML-OUT) '</title>'
003750     DELIMITED BY SIZE INTO WS-OUT-LINE.
003760   PERFORM WRITE-FEED-LINE.
003770   MOVE SPACES TO WS-OUT-LINE.
003780   STRING '      <link>' FUNCTION TRIM(WS-SITE-URL) '#note='
003790     POST-DATE(WS-POST-IDX) '&amp;lang=' POST-LANG(WS-POST-IDX)
003795     '</link>'
003800     DELIMITED BY SIZE INTO WS-OUT-LINE.
003810   PERFORM WRITE-FEED-LINE.
003820*The guid carries date and language, so it stays unique across
003830*feeds just as the link does.
003840   MOVE SPACES TO WS-OUT-LINE.
003850   STRING '      <guid isPermaLink="false">'
003860     POST-DATE(WS-POST-IDX) '-' POST-LANG(WS-POST-IDX) '</guid>'
003870     DELIMITED BY SIZE INTO WS-OUT-LINE.
003880   PERFORM WRITE-FEED-LINE.
003890   MOVE POST-DATE(WS-POST-IDX) TO WS-PUB-DATE.
003900   PERFORM FORMAT-PUB-DATE.
003910   MOVE SPACES TO WS-OUT-LINE.
003920   STRING '      <pubDate>' FUNCTION TRIM(WS-PUB-DATE)
003930     '</pubDate>'
003940     DELIMITED BY SIZE INTO WS-OUT-LINE.
003950   PERFORM WRITE-FEED-LINE.
003960   MOVE POST-BLURB(WS-POST-IDX) TO WS-XML-RAW.
003970   PERFORM XML-ESCAPE.
003980   MOVE SPACES TO WS-OUT-LINE.
003990   IF WS-XML-OUT > 0
004000     STRING '      <description>' WS-XML-ESC(1:WS-XML-OUT)
004010       '</description>'
004020       DELIMITED BY SIZE INTO WS-OUT-LINE
004030   ELSE
004040     MOVE '      <description></description>' TO WS-OUT-LINE
004050   END-IF.
004060   PERFORM WRITE-FEED-LINE.
004070   MOVE '    </item>' TO WS-OUT-LINE.
004080   PERFORM WRITE-FEED-LINE.
004090   CONTINUE.
004100 WRITE-FEED-LINE.
004110   EVALUATE WS-LANG-IDX
004120     WHEN 1
004130       MOVE WS-OUT-LINE TO RSS-US-REC
004140       WRITE RSS-US-REC
004143       MOVE WS-RSS-US-STAT TO WS-WRITE-STAT
004146       MOVE 'RSSUS' TO WS-WRITE-DD
004150     WHEN 2
004160       MOVE WS-OUT-LINE TO RSS-ES-REC
004170       WRITE RSS-ES-REC
004173       MOVE WS-RSS-ES-STAT TO WS-WRITE-STAT
004176       MOVE 'RSSES' TO WS-WRITE-DD
004180     WHEN 3
004190       MOVE WS-OUT-LINE TO RSS-DE-REC
004200       WRITE RSS-DE-REC
004203       MOVE WS-RSS-DE-STAT TO WS-WRITE-STAT
004206       MOVE 'RSSDE' TO WS-WRITE-DD
004210     WHEN 4
004220       MOVE WS-OUT-LINE TO RSS-FR-REC
004230       WRITE RSS-FR-REC
004233       MOVE WS-RSS-FR-STAT TO WS-WRITE-STAT
004236       MOVE 'RSSFR' TO WS-WRITE-DD
004240   END-EVALUATE.
004245   PERFORM CHECK-WRITE.
004250   CONTINUE.
004260*WS-PUB-DATE holds yyyymmdd on the way in and the RFC 822 form
004270*RSS wants on the way out, e.g. Mon, 11 Aug 2025 00:00:00 +0000.
004280 FORMAT-PUB-DATE.
004290   MOVE WS-PUB-DATE(1:8) TO WS-PUB-INT.
004300   COMPUTE WS-PUB-DOW =
004310     FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-PUB-INT) - 1, 7)
004320     + 1.
004330   MOVE WS-PUB-DATE(5:2) TO WS-PUB-MM.
004340   MOVE SPACES TO WS-OUT-LINE.
004350   STRING DAY-NAME(WS-PUB-DOW) ', ' WS-PUB-DATE(7:2) ' '
004360     MONTH-NAME(WS-PUB-MM) ' ' WS-PUB-DATE(1:4)
004370     ' 00:00:00 +0000'
004380     DELIMITED BY SIZE INTO WS-OUT-LINE.
004390   MOVE WS-OUT-LINE TO WS-PUB-DATE.
004400   CONTINUE.
004410*Escape WS-XML-RAW into WS-XML-ESC(1:WS-XML-OUT) for element text.
004420 XML-ESCAPE.
004430   MOVE SPACES TO WS-XML-ESC.
004440   MOVE 0 TO WS-XML-OUT.
004450   MOVE 0 TO WS-XML-LEN.
004460   IF WS-XML-RAW NOT = SPACES
004470     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-XML-RAW TRAILING))
004480       TO WS-XML-LEN
004490   END-IF.
004500   PERFORM VARYING WS-XML-IDX FROM 1 BY 1
004510     UNTIL WS-XML-IDX > WS-XML-LEN
004520     EVALUATE WS-XML-RAW(WS-XML-IDX:1)
004530       WHEN '&'
004540         MOVE '&amp;' TO WS-XML-ESC(WS-XML-OUT + 1:5)
004550         ADD 5 TO WS-XML-OUT
004560       WHEN '<'
004570         MOVE '&lt;' TO WS-XML-ESC(WS-XML-OUT + 1:4)
004580         ADD 4 TO WS-XML-OUT
004590       WHEN '>'
004600         MOVE '&gt;' TO WS-XML-ESC(WS-XML-OUT + 1:4)
004610         ADD 4 TO WS-XML-OUT
004620       WHEN '"'
004630         MOVE '&quot;' TO WS-XML-ESC(WS-XML-OUT + 1:6)
004640         ADD 6 TO WS-XML-OUT
004650       WHEN OTHER
004660         ADD 1 TO WS-XML-OUT
004670         MOVE WS-XML-RAW(WS-XML-IDX:1) TO WS-XML-ESC(WS-XML-OUT:1)
004680     END-EVALUATE
004690   END-PERFORM.
004700   CONTINUE.
004710*The page itself, each section deep link and each language,
004720*dated by the newest note, then one entry per note and language.
004730 WRITE-SITEMAP.
004740   MOVE SPACES TO WS-NEWEST-DATE.
004750   IF WS-POST-COUNT > 0
004760     MOVE POST-DATE(1) TO WS-NEWEST-DATE
004770   END-IF.
004780   MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SITEMAP-REC.
004790   PERFORM WRITE-SITEMAP-REC.
004800   MOVE SPACES TO SITEMAP-REC.
004810   STRING '<urlset xmlns="http://www.sitemaps.org/schemas/'
004820     'sitemap/0.9">'
004830     DELIMITED BY SIZE INTO SITEMAP-REC.
004840   PERFORM WRITE-SITEMAP-REC.
004850   MOVE SPACES TO WS-OUT-LINE.
004860   PERFORM WRITE-SITEMAP-URL.
004870   PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
004880     UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
004890     MOVE SPACES TO WS-OUT-LINE
004900     STRING '#' FUNCTION TRIM(SECTION-HASH(WS-SECTION-IDX))
004910       DELIMITED BY SIZE INTO WS-OUT-LINE
004920     PERFORM WRITE-SITEMAP-URL
004930   END-PERFORM.
004940   PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
004950     UNTIL WS-LANG-IDX > WS-LANG-COUNT
004960     MOVE SPACES TO WS-OUT-LINE
004970     STRING '#lang=' LANG-CODE(WS-LANG-IDX)
004980       DELIMITED BY SIZE INTO WS-OUT-LINE
004990     PERFORM WRITE-SITEMAP-URL
005000   END-PERFORM.
005010   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
005020     UNTIL WS-POST-IDX > WS-POST-COUNT
005030     MOVE 0 TO WS-POST-SEEN
005040     PERFORM VARYING WS-POST-JDX FROM 1 BY 1
005050       UNTIL WS-POST-JDX >= WS-POST-IDX
005060       IF POST-DATE(WS-POST-JDX) = POST-DATE(WS-POST-IDX)
005065         AND POST-LANG(WS-POST-JDX) = POST-LANG(WS-POST-IDX)
005070         MOVE 1 TO WS-POST-SEEN
005080       END-IF
005090     END-PERFORM
005100     IF WS-POST-SEEN = 0
005110       MOVE POST-DATE(WS-POST-IDX) TO WS-NEWEST-DATE
005120       MOVE SPACES TO WS-OUT-LINE
005130       STRING '#note=' POST-DATE(WS-POST-IDX)
005135         '&amp;lang=' POST-LANG(WS-POST-IDX)
005140         DELIMITED BY SIZE INTO WS-OUT-LINE
005150       PERFORM WRITE-SITEMAP-URL
005160     END-IF
005170   END-PERFORM.
005180   MOVE '</urlset>' TO SITEMAP-REC.
005190   PERFORM WRITE-SITEMAP-REC.
005200   CONTINUE.
005210*One <url> for WS-SITE-URL followed by the hash in WS-OUT-LINE,
005220*last modified WS-NEWEST-DATE when there is one.
005230 WRITE-SITEMAP-URL.
005240   ADD 1 TO WS-URLS-WRITTEN.
005250   MOVE SPACES TO WS-ISO-DATE.
005260   IF WS-NEWEST-DATE NOT = SPACES
005270     STRING WS-NEWEST-DATE(1:4) '-' WS-NEWEST-DATE(5:2) '-'
005280       WS-NEWEST-DATE(7:2)
005290       DELIMITED BY SIZE INTO WS-ISO-DATE
005300   END-IF.
005310   MOVE SPACES TO SITEMAP-REC.
005320   MOVE 1 TO WS-OUT-PTR.
005330   STRING '  <url><loc>' FUNCTION TRIM(WS-SITE-URL)
005340     FUNCTION TRIM(WS-OUT-LINE) '</loc>'
005350     DELIMITED BY SIZE INTO SITEMAP-REC WITH POINTER WS-OUT-PTR
005360   END-STRING.
005370   IF WS-ISO-DATE NOT = SPACES
005380     STRING '<lastmod>' WS-ISO-DATE '</lastmod>'
005390       DELIMITED BY SIZE INTO SITEMAP-REC WITH POINTER WS-OUT-PTR
005400     END-STRING
005410   END-IF.
005420   STRING '</url>'
005430     DELIMITED BY SIZE INTO SITEMAP-REC WITH POINTER WS-OUT-PTR
005440   END-STRING.
005450   PERFORM WRITE-SITEMAP-REC.
005460   CONTINUE.
005470 REPORT-TOTALS.
005480   MOVE WS-POST-COUNT TO WS-TOTAL-STR.
005490   DISPLAY 'FEEDGEN: notes loaded       ' WS-TOTAL-STR.
005500   MOVE WS-POST-SKIPPED TO WS-TOTAL-STR.
005510   DISPLAY 'FEEDGEN: rows skipped       ' WS-TOTAL-STR.
005520   MOVE WS-ITEMS-WRITTEN TO WS-TOTAL-STR.
005530   DISPLAY 'FEEDGEN: feed items written ' WS-TOTAL-STR.
005540   MOVE WS-URLS-WRITTEN TO WS-TOTAL-STR.
005550   DISPLAY 'FEEDGEN: sitemap urls       ' WS-TOTAL-STR.
005560   EVALUATE TRUE
005570     WHEN WS-RUN-OK = 0
005580       MOVE 16 TO RETURN-CODE
005590     WHEN WS-POST-SKIPPED > 0
005600       MOVE 4 TO RETURN-CODE
005610     WHEN OTHER
005620       MOVE 0 TO RETURN-CODE
005630   END-EVALUATE.
005640   CONTINUE.
005650 WRITE-SITEMAP-REC.
005660   WRITE SITEMAP-REC.
005670   MOVE WS-SITEMAP-STAT TO WS-WRITE-STAT.
005680   MOVE 'SITEMAP' TO WS-WRITE-DD.
005690   PERFORM CHECK-WRITE.
005700   CONTINUE.
005710*A feed or sitemap cut short must not pass for a good run; the
005720*first failure is reported and the run ends with 16.
005730 CHECK-WRITE.
005740   IF WS-WRITE-STAT NOT = '00' AND WS-RUN-OK = 1
005750     DISPLAY 'FEEDGEN: cannot write ' FUNCTION TRIM(WS-WRITE-DD)
005760       ', status ' WS-WRITE-STAT
005770     MOVE 0 TO WS-RUN-OK
005780   END-IF.
005790   CONTINUE.
