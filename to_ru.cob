    SELECT REJECT-IN-FILE ASSIGN TO "MSGREJIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJIN-STATUS.
    SELECT REJECT-HIST-FILE ASSIGN TO "REJHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJHIST-STATUS.
    SELECT RCV-IN-FILE ASSIGN TO "RCVDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCV-IN-STATUS.
    SELECT XMIT-QUEUE-FILE ASSIGN USING WS-XMITQ-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMITQ-STATUS.
    SELECT AGING-RPT-FILE ASSIGN TO "AGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGERPT-STATUS.
    SELECT RETRANSMIT-FILE ASSIGN TO "RTXMSG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RTX-STATUS.
    SELECT STATION-ID-FILE ASSIGN TO "STNID"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STNID-STATUS.
    SELECT RELAY-FILE ASSIGN TO "RLYMSG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RLY-STATUS.
    SELECT QUEUE-WORK-FILE ASSIGN TO "XQWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XQWORK-STATUS.
    SELECT TARIFF-FILE ASSIGN TO "TARIFF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARIFF-STATUS.
    SELECT BILLING-RPT-FILE ASSIGN TO "BILLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILLRPT-STATUS.
    SELECT STATION-MASTER-FILE ASSIGN TO "STNMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STM-STATUS.
    SELECT PLAN-RPT-FILE ASSIGN TO "XMITPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLANRPT-STATUS.
    SELECT WAIT-RPT-FILE ASSIGN TO "SVCWAIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WAITRPT-STATUS.
    SELECT RADIO-LOG-FILE ASSIGN USING WS-RLOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RLOG-STATUS.
    SELECT HANDOVER-RPT-FILE ASSIGN TO "HANDOVR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HANDRPT-STATUS.

DATA DIVISION.
FILE SECTION.
*> break traffic down by. Archives written before these two fields
*> existed must be rewritten once with ARCCONV (supervisor-only)
*> or their text and Morse parse 4 bytes out of place.
*> The envelope callsigns and filing time ride behind the Morse,
*> with ARC-KIND saying what sort of record it is - blank for
*> ordinary traffic, T a retransmission of an earlier send, A a
*> received receipt confirmation - and ARC-REF-SERIAL/ARC-REF-DATE
*> naming the serial and register date the record belongs to (for
*> a sent message, the date its serial was registered under; for a
*> T record, the original's). Records written before these fields
*> existed simply read them back as blanks, so no conversion run is
*> needed; ARC-REF-DATE is tested NUMERIC before it is trusted.
*> Relayed traffic adds two kinds - L the inbound copy of a message
*> received for another station, V the outbound copy sent on - and
*> ARC-TRAIL, the relay stations the message has passed through.
*> A C record is a cancellation: written by the supervisor's CANCEL
*> run under the cancelled serial, with the reason as its text. It
*> is a note against the message, not traffic, and the counting
*> runs pass it over.
*> ARC-BOOK is the book number a copy of a book message was expanded
*> from; each copy is otherwise an ordinary send under its own
*> serial. ARC-CLASS is the traffic class from the envelope - blank
*> for plain text, N for five-figure numeric groups, C for numeric
*> groups sent as cut numbers.
*> ARC-CK is the check count the sender gave for a received
*> message, blank when none came. ARC-REPEAT-ASKED is Y on a
*> received copy we drafted a repetition request for. When the
*> repetition comes in it is merged into that copy and the result
*> archived as kind M, the corrected copy, with ARC-REF-SERIAL/
*> ARC-REF-DATE naming the garbled original's serial and the date
*> it was received; an M copy that is still garbled is asked for
*> again and so carries ARC-REPEAT-ASKED itself. Like a C record it
*> went over no circuit, so the counting runs pass it over too.
*> The repetition as received is kind P, with ARC-REF-SERIAL the
*> serial it answers. It is traffic like any other for the counting
*> runs, but never a copy that a repetition merges into or that
*> settles a wait - the far station often sends it under the
*> original's own serial.
FD ARCHIVE-FILE.
01 ARCHIVE-REC.
   05 ARC-DATE PIC 9(8).
   05 ARC-TEXT PIC X(400).
   05 FILLER PIC X.
   05 ARC-MORSE PIC X(3000).
   05 FILLER PIC X.
   05 ARC-ORIGIN PIC X(10).
   05 FILLER PIC X.
   05 ARC-DEST PIC X(10).
   05 FILLER PIC X.
   05 ARC-FILED PIC X(4).
   05 FILLER PIC X.
   05 ARC-KIND PIC X.
      88 ARC-IS-ORDINARY VALUE SPACE.
      88 ARC-IS-RETRANSMISSION VALUE "T".
      88 ARC-IS-RECEIPT VALUE "A".
      88 ARC-IS-RELAY-IN VALUE "L".
      88 ARC-IS-RELAY-OUT VALUE "V".
      88 ARC-IS-CANCELLATION VALUE "C".
      88 ARC-IS-MERGED VALUE "M".
      88 ARC-IS-REPETITION VALUE "P".
   05 FILLER PIC X.
   05 ARC-REF-SERIAL PIC X(4).
   05 FILLER PIC X.
   05 ARC-REF-DATE PIC 9(8).
   05 FILLER PIC X.
   05 ARC-TRAIL PIC X(40).
   05 FILLER PIC X.
   05 ARC-BOOK PIC X(4).
   05 FILLER PIC X.
   05 ARC-CLASS PIC X.
   05 FILLER PIC X.
   05 ARC-CK PIC X(3).
   05 FILLER PIC X.
   05 ARC-REPEAT-ASKED PIC X.

*> Station keyer timing tape: a header record names the message and
*> the WPM the intervals were computed at, then one record per
*> operator copies (or renames) MSGREJ to MSGREJIN once the text or
*> MORSETBL is corrected, then runs BATCH <opr> REJECTS, and a fresh
*> MSGREJ collects anything that still fails.
*> REJ-REPEAT/REJ-ORIG-DATE carry a retransmission's marking from
*> its envelope card, so a rejected retransmission reruns as one;
*> REJ-TRAIL does the same for a relayed message's relay trail.
*> A book message rejects as one record under its book number
*> whatever number of its copies failed: REJ-BOOK-ENTRY lists every
*> addressee with its serial and SENT or the copy's reject reason,
*> so the REJECTS rerun sends only the copies that did not go.
*> REJ-DATE is the date the message was rejected, which the billing
*> run lists unbilled traffic by.
FD REJECT-FILE.
01 REJECT-REC.
   05 REJ-RECORD-NUM PIC 9(6).
   05 REJ-PRIORITY PIC X(24).
   05 FILLER PIC X.
   05 REJ-TEXT PIC X(400).
   05 FILLER PIC X.
   05 REJ-REPEAT PIC X.
   05 FILLER PIC X.
   05 REJ-ORIG-DATE PIC X(8).
   05 FILLER PIC X.
   05 REJ-TRAIL PIC X(40).
   05 FILLER PIC X.
   05 REJ-BOOK PIC X(4).
   05 REJ-BOOK-ENTRY OCCURS 12 TIMES.
      10 FILLER PIC X.
      10 REJ-BK-DEST PIC X(10).
      10 FILLER PIC X.
      10 REJ-BK-SERIAL PIC X(4).
      10 FILLER PIC X.
      10 REJ-BK-RESULT PIC X(5).
   05 FILLER PIC X.
   05 REJ-CLASS PIC X.
   05 FILLER PIC X.
   05 REJ-DATE PIC X(8).

FD REJECT-IN-FILE.
01 REJECT-IN-REC.
   05 RJI-PRIORITY PIC X(24).
   05 FILLER PIC X.
   05 RJI-TEXT PIC X(400).
   05 FILLER PIC X.
   05 RJI-REPEAT PIC X.
   05 FILLER PIC X.
   05 RJI-ORIG-DATE PIC X(8).
   05 FILLER PIC X.
   05 RJI-TRAIL PIC X(40).
   05 FILLER PIC X.
   05 RJI-BOOK PIC X(4).
   05 RJI-BOOK-ENTRY OCCURS 12 TIMES.
      10 FILLER PIC X.
      10 RJI-BK-DEST PIC X(10).
      10 FILLER PIC X.
      10 RJI-BK-SERIAL PIC X(4).
      10 FILLER PIC X.
      10 RJI-BK-RESULT PIC X(5).
   05 FILLER PIC X.
   05 RJI-CLASS PIC X.
   05 FILLER PIC X.
   05 RJI-DATE PIC X(8).

*> REJHIST keeps every reject record BATCH has ever written to MSGREJ,
*> in MSGREJ's own layout, appended run after run - MSGREJ itself only
*> holds the last run's rejects. The billing run lists the month's
*> rejected traffic from it.
FD REJECT-HIST-FILE.
01 REJECT-HIST-REC PIC X(802).

FD RCV-IN-FILE.
01 RCV-IN-REC PIC X(3000).
*> already used the same day diverts to MSGREJ as DUPSN - and the
*> end-of-run SERRPT report lists the day's sequence with gaps
*> flagged for the far station's confirmation.
*> SRG-STATUS follows the serial through its life: blank or T
*> transmitted, C confirmed by the far station (a receipt decoded by
*> RDECODE, stamped with SRG-EVENT-DATE/TIME), X cancelled. Records
*> from before the status existed read back blank - transmitted.
FD SERIAL-REG-FILE.
01 SERIAL-REG-REC.
   05 SRG-DATE PIC 9(8).
   05 FILLER PIC X.
   05 SRG-SERIAL PIC X(4).
   05 FILLER PIC X.
   05 SRG-STATUS PIC X.
   05 FILLER PIC X.
   05 SRG-EVENT-DATE PIC 9(8).
   05 FILLER PIC X.
   05 SRG-EVENT-TIME PIC 9(8).

FD SERIAL-RPT-FILE.
01 SERIAL-RPT-REC PIC X(132).
*> TRAFARCH stays an ordinary line sequential file, and ARCSTAT
*> gets the period's volume statistics.
FD HISTORY-FILE.
01 HISTORY-REC PIC X(3600).

FD ARCH-WORK-FILE.
01 ARCH-WORK-REC PIC X(3600).

FD STATS-RPT-FILE.
01 STATS-RPT-REC PIC X(132).
*> window) that destination is worked on. The batch run splits its
*> converted traffic into one transmit queue file per net so the
*> operator on the set pulls one queue per schedule window instead
*> of paging through all of MSGOUT. The net's schedule window
*> (start HHMM in column 21, length in minutes in 26-28) and its
*> working speed in WPM (30-32) may follow the net name; the
*> planning run fits each net's queue into that window.
FD ROUTE-FILE.
01 ROUTE-REC.
   05 RTE-DEST PIC X(10).
   05 FILLER PIC X.
   05 RTE-NET PIC X(8).
   05 FILLER PIC X.
   05 RTE-WIN-START PIC X(4).
   05 FILLER PIC X.
   05 RTE-WIN-LEN PIC X(3).
   05 FILLER PIC X.
   05 RTE-WPM PIC X(3).

*> One physical queue file per net, named XQ<net> (e.g. XQUTRO for
*> net UTRO, XQUNROUTED for destinations not on NETRTE), selected
FD XMIT-QUEUE-FILE.
01 XMIT-QUEUE-REC PIC X(3000).

*> AGERPT is the outstanding-traffic page: every sent serial the
*> far station has not yet confirmed, aged from its last send.
*> RTXMSG carries retransmission drafts for the overdue ones in
*> MSGIN's own card layout, the way SVCMSG carries service
*> messages - a "$$H" card marked R in column 62 with the original
*> register date in columns 64-71, then the text cards.
FD AGING-RPT-FILE.
01 AGING-RPT-REC PIC X(132).

FD RETRANSMIT-FILE.
01 RETRANSMIT-REC PIC X(100).

*> STNID names this station: one record, our callsign in columns
*> 1-10 - what RDECODE compares a received envelope's destination
*> against to tell our own traffic from traffic we relay.
FD STATION-ID-FILE.
01 STATION-ID-REC.
   05 STN-CALLSIGN PIC X(10).
   05 FILLER PIC X(70).

*> RLYMSG carries received traffic for the stations we relay for,
*> re-enveloped in MSGIN's card layout for the next BATCH run: the
*> original "$$H" card (serial, origin, filing time and priority
*> unchanged), a "$$R" card with the relay trail in columns 5-44
*> ending in our own callsign, then the text cards. Accumulates like
*> SVCMSG until the operator appends it to MSGIN.
FD RELAY-FILE.
01 RELAY-REC PIC X(100).

*> XQWORK is the CANCEL run's scratch copy: MSGOUT or a net queue
*> is copied through it without the cancelled message's envelope
*> and Morse pair, then written back, the way RETAIN rewrites
*> TRAFARCH through TRAFWORK.
FD QUEUE-WORK-FILE.
01 QUEUE-WORK-REC PIC X(3000).

*> TARIFF is the charging schedule the originating offices are
*> billed by, one line per rate with the date it takes effect from:
*> WORD - rate per word of plain text; GROUP - rate per five-figure
*> group of numeric traffic; SURCH - percentage surcharge on the
*> word or group charge for the priority class in column 16 (U
*> urgent, R routine). The rate or percentage is written with its
*> decimal point in columns 18-27, e.g. "20260101 WORD    0.15".
*> A new rate is added as a new line with a later date, never by
*> editing the old one, so last month's statement can be rerun at
*> last month's rates.
FD TARIFF-FILE.
01 TARIFF-REC.
   05 TRF-EFF-DATE PIC X(8).
   05 FILLER PIC X.
   05 TRF-ITEM PIC X(5).
   05 FILLER PIC X.
   05 TRF-PRI PIC X.
   05 FILLER PIC X.
   05 TRF-VALUE PIC X(10).

FD BILLING-RPT-FILE.
01 BILLING-RPT-REC PIC X(132).

*> STNMAST is the correspondent station master: one record per
*> station we work - callsign, full name, the net it is worked on,
*> its schedule window (start HHMM and length in minutes), its
*> status, A active, S suspended, C closed, and the net's working
*> speed in WPM (blank where the net has no set speed). It is the one list of
*> stations: routing to the net queues is taken from it, BATCH
*> refuses traffic for a station not on it or not active, and
*> RDECODE flags traffic from an origin not on it. Kept by the
*> supervisor's STATION screen; NETRTE is read only while a
*> station has no STNMAST yet.
FD STATION-MASTER-FILE.
01 STATION-MASTER-REC.
   05 STM-CALLSIGN PIC X(10).
   05 FILLER PIC X.
   05 STM-NAME PIC X(40).
   05 FILLER PIC X.
   05 STM-NET PIC X(8).
   05 FILLER PIC X.
   05 STM-WIN-START PIC X(4).
   05 FILLER PIC X.
   05 STM-WIN-LEN PIC X(3).
   05 FILLER PIC X.
   05 STM-STATUS PIC X.
   05 FILLER PIC X.
   05 STM-WPM PIC X(3).

*> XMITPLAN is the transmit plan: each net's queue laid into its
*> schedule window, message by message, with what carries over.
FD PLAN-RPT-FILE.
01 PLAN-RPT-REC PIC X(132).

*> SVCWAIT lists the repetition requests still unanswered: every
*> received message we asked a repetition of that has not yet come
*> back corrected. Rewritten at the end of each RDECODE run.
FD WAIT-RPT-FILE.
01 WAIT-RPT-REC PIC X(132).

*> The station radio log, one file per day (RLOG<yyyymmdd>), kept
*> by the operator on the set through RADLOG and accumulating over
*> the day's sessions. Each net session is an S record - session
*> number within the day, net, who worked it, start and end HHMM -
*> followed by its W records (a station worked, RLG-CALLSIGN), T
*> records (a serial sent) and K records (a serial skipped, with
*> RLG-REASON such as NO CONTACT or QRM). Every record repeats its
*> session number and net so the file reads on its own.
FD RADIO-LOG-FILE.
01 RADIO-LOG-REC.
   05 RLG-TYPE PIC X.
      88 RLG-IS-SESSION VALUE "S".
      88 RLG-IS-WORKED VALUE "W".
      88 RLG-IS-SENT VALUE "T".
      88 RLG-IS-SKIPPED VALUE "K".
   05 FILLER PIC X.
   05 RLG-SESSION PIC 9(3).
   05 FILLER PIC X.
   05 RLG-NET PIC X(8).
   05 FILLER PIC X.
   05 RLG-OPERATOR PIC X(8).
   05 FILLER PIC X.
   05 RLG-START PIC X(4).
   05 FILLER PIC X.
   05 RLG-END PIC X(4).
   05 FILLER PIC X.
   05 RLG-CALLSIGN PIC X(10).
   05 FILLER PIC X.
   05 RLG-SERIAL PIC X(4).
   05 FILLER PIC X.
   05 RLG-REASON PIC X(40).

*> HANDOVR is the end-of-shift reconciliation of the radio log
*> against the queues and TRAFARCH, for the next shift's handover.
FD HANDOVER-RPT-FILE.
01 HANDOVER-RPT-REC PIC X(132).

WORKING-STORAGE SECTION.
01 WS-TEXT PIC X(100).
*> Alternate view of WS-TEXT for MSGIN envelope header cards: a card
*> of the message that follows it. All marker and key fields are plain
*> ASCII so the fixed columns stay byte-aligned; only the priority
*> class is free Cyrillic text (СРОЧНО or ОБЫКНОВЕННАЯ).
*> HDR-REPEAT "R" marks a retransmission of a message already sent
*> under the same serial, HDR-ORIG-DATE the date that serial was
*> registered - a retransmission neither claims its serial again
*> nor trips the duplicate check.
*> HDR-CLASS (column 73) marks numeric code traffic: N for five-figure
*> groups sent as full-length digits, C for the same groups sent as
*> cut numbers. Blank is ordinary text.
01 WS-TEXT-HDR REDEFINES WS-TEXT.
   05 HDR-MARK PIC X(3).
   05 FILLER PIC X.
   05 HDR-FILED PIC X(4).
   05 FILLER PIC X.
   05 HDR-PRIORITY PIC X(24).
   05 FILLER PIC X.
   05 HDR-REPEAT PIC X.
   05 FILLER PIC X.
   05 HDR-ORIG-DATE PIC X(8).
   05 FILLER PIC X.
   05 HDR-CLASS PIC X.
   05 FILLER PIC X(27).
*> Book message cards: one or two "$$B" cards directly behind the
*> "$$H" card turn it into a book - one text for several
*> addressees. Each card names up to six addressees, callsign and
*> the serial that addressee's copy goes out under, in 16-column
*> slots from column 5. The "$$H" card's serial is then the book
*> number and its destination is not used.
01 WS-TEXT-BOOK REDEFINES WS-TEXT.
   05 BKC-MARK PIC X(3).
   05 FILLER PIC X.
   05 BKC-ENTRY OCCURS 6 TIMES.
      10 BKC-DEST PIC X(10).
      10 FILLER PIC X.
      10 BKC-SERIAL PIC X(4).
      10 FILLER PIC X.
01 WS-MESSAGE PIC X(400) VALUE SPACES.
01 WS-MESSAGE-LEN PIC 9(4) VALUE 0.
01 WS-SEGMENT-COUNT PIC 9(2) VALUE 0.
01 WS-ENV-FILED PIC X(4) VALUE SPACES.
01 WS-ENV-PRIORITY PIC X(24) VALUE SPACES.
   88 ENV-IS-URGENT VALUE "СРОЧНО".
01 WS-ENV-REPEAT PIC X VALUE "N".
   88 ENV-IS-REPEAT VALUE "Y".
01 WS-ENV-ORIG-DATE PIC X(8) VALUE SPACES.
01 WS-ENV-TRAIL PIC X(40) VALUE SPACES.
   88 ENV-NOT-RELAYED VALUE SPACES.
01 WS-ENV-CLASS PIC X VALUE SPACE.
   88 ENV-IS-NUMERIC VALUE "N" "C".
   88 ENV-IS-CUT VALUE "C".
01 WS-ENV-LINE PIC X(200) VALUE SPACES.
01 WS-ENV-LINE-PTR PIC 9(3) VALUE 1.
*> Book message addressees from the "$$B" cards. BK-RESULT is blank
*> until the copy is tried, then SENT or the copy's reject reason.
01 WS-ENV-BOOK PIC X(4) VALUE SPACES.
01 WS-ENV-BOOK-DEST PIC X(10) VALUE SPACES.
01 WS-BOOK-COUNT PIC 9(2) VALUE 0.
   88 ENV-IS-BOOK VALUE 1 THRU 12.
01 WS-BOOK-I PIC 9(2) VALUE 0.
01 WS-BOOK-C PIC 9(2) VALUE 0.
01 WS-BOOK-REJECTS PIC 9(2) VALUE 0.
01 WS-BOOK-FULL-NOTED PIC X VALUE "N".
*> A copy with no serial keyed draws the next one after the day's
*> highest numeric serial on the register.
01 WS-BOOK-DRAW PIC 9(5) VALUE 0.
01 WS-BOOK-DRAW-CLASH PIC X VALUE "N".
*> Every serial keyed in the run's input - MSGIN, or MSGREJIN on a
*> REJECTS rerun - taken before any message is processed, so a drawn
*> serial never takes one a message later in the deck was keyed with.
01 WS-RSV-COUNT PIC 9(4) VALUE 0.
01 WS-RSV-FULL PIC X VALUE "N".
01 WS-RSV-I PIC 9(4) VALUE 0.
01 WS-RSV-SERIAL PIC X(4) VALUE SPACES.
01 WS-RSV-HDR-TAKEN PIC X VALUE "N".
01 RUN-RESERVED-TABLE.
   05 RSV-SERIAL PIC X(4) OCCURS 2000 TIMES.
01 BOOK-TABLE.
   05 BK-ENTRY OCCURS 12 TIMES.
      10 BK-DEST PIC X(10).
      10 BK-SERIAL PIC X(4).
      10 BK-RESULT PIC X(5).
         88 BK-COPY-SENT VALUE "SENT".
*> The run's book copies, in the order they were tried, for the
*> BOOK MESSAGES section of RUNSUMM.
01 WS-RUN-BOOK-COUNT PIC 9(3) VALUE 0.
01 WS-RUN-BOOK-I PIC 9(3) VALUE 0.
01 RUN-BOOK-TABLE.
   05 RB-ENTRY OCCURS 200 TIMES.
      10 RB-BOOK PIC X(4).
      10 RB-DEST PIC X(10).
      10 RB-SERIAL PIC X(4).
      10 RB-RESULT PIC X(5).
01 WS-AUDIT-ENV PIC X(80) VALUE SPACES.

01 WS-MORSE-PTR PIC 9(4) VALUE 1.
01 WS-RUN-EXC-MSGS PIC 9(6) VALUE 0.
01 WS-RUN-EXC-TOTAL PIC 9(6) VALUE 0.
01 WS-RUN-TRUNC-COUNT PIC 9(4) VALUE 0.
01 WS-RUN-BADGR-COUNT PIC 9(4) VALUE 0.
01 WS-RUN-TOTAL-UNITS PIC 9(8) VALUE 0.
01 WS-RUN-EST-SECONDS PIC 9(8)V99 VALUE 0.
01 WS-RUN-EST-MINUTES PIC 9(6)V99 VALUE 0.
01 WS-RUN-EST-SEC-ED PIC Z(7)9.99.
01 WS-RUN-EST-MIN-ED PIC Z(5)9.99.

*> Net routing: the station master (or NETRTE, where there is no
*> STNMAST) is loaded into ROUTE-TABLE at the start of a
*> batch run, and every distinct net named there gets a NET-TABLE
*> slot with its own message and timing-unit counters for the run
*> summary. Slot 1 is always UNROUTED, the catch-all queue for
   05 RT-ENTRY OCCURS 200 TIMES INDEXED BY RT-IDX.
      10 RT-DEST PIC X(10).
      10 RT-NET PIC X(8).
      10 RT-WIN-START PIC X(4).
      10 RT-WIN-LEN PIC 9(3).
      10 RT-WPM PIC 9(3).
01 WS-NET-COUNT PIC 9(2) VALUE 0.
*> A net's window and speed are taken from the first of its
*> stations to carry one; NT-WIN-CLASH is set when a later station
*> on the same net names a different window.
01 NET-TABLE.
   05 NET-ENTRY OCCURS 9 TIMES INDEXED BY NET-IDX.
      10 NT-NET PIC X(8).
      10 NT-MSG-COUNT PIC 9(6).
      10 NT-UNITS PIC 9(8).
      10 NT-WIN-START PIC X(4).
      10 NT-WIN-LEN PIC 9(3).
      10 NT-WPM PIC 9(3).
      10 NT-WIN-CLASH PIC X.
01 WS-NET-SLOT PIC 9(2) VALUE 0.
01 WS-MSG-NET PIC X(8) VALUE SPACES.
01 WS-NET-SECONDS PIC 9(8)V99 VALUE 0.

*> Station master, held whole in STATION-TABLE. WS-STM-LOADED keeps
*> a run from reading it twice; WS-STM-FILE-FOUND says whether the
*> station has a STNMAST at all - without one, no destination is
*> refused and no origin flagged. WS-SM-CHECK is the verdict on
*> one callsign: blank active, U not on file, S suspended, C closed.
01 WS-STM-STATUS PIC X(2) VALUE "00".
01 WS-STM-EOF PIC X VALUE "N".
   88 STATION-MASTER-AT-EOF VALUE "Y".
01 WS-STM-LOADED PIC X VALUE "N".
01 WS-STM-FILE-FOUND PIC X VALUE "N".
   88 STATION-MASTER-ON-FILE VALUE "Y".
01 WS-SM-COUNT PIC 9(3) VALUE 0.
01 STATION-TABLE.
   05 SM-ENTRY OCCURS 200 TIMES INDEXED BY SM-IDX.
      10 SM-CALLSIGN PIC X(10).
      10 SM-NAME PIC X(40).
      10 SM-NET PIC X(8).
      10 SM-WIN-START PIC X(4).
      10 SM-WIN-LEN PIC 9(3).
      10 SM-STATUS PIC X.
         88 SM-IS-ACTIVE VALUE "A".
         88 SM-IS-SUSPENDED VALUE "S".
         88 SM-IS-CLOSED VALUE "C".
      10 SM-WPM PIC 9(3).
01 WS-SM-CALL PIC X(10) VALUE SPACES.
01 WS-SM-CHECK PIC X VALUE SPACE.
   88 SM-CALL-REFUSED VALUE "U" "S" "C".
01 WS-SM-SLOT PIC 9(3) VALUE 0.
01 WS-SM-CHOICE PIC X VALUE SPACE.
01 WS-SM-DONE PIC X VALUE "N".
   88 STATION-MAINT-IS-DONE VALUE "Y".
01 WS-SM-NAME PIC X(40) VALUE SPACES.
01 WS-SM-NET PIC X(8) VALUE SPACES.
01 WS-SM-WIN-START PIC X(4) VALUE SPACES.
01 WS-SM-WIN-LEN-IN PIC X(3) VALUE SPACES.
01 WS-SM-STATUS-IN PIC X VALUE SPACE.
01 WS-SM-WPM-IN PIC X(3) VALUE SPACES.
01 WS-SM-LEN-ED PIC ZZ9.
01 WS-SM-WPM-ED PIC ZZ9.
01 WS-RUN-UNSTN-COUNT PIC 9(4) VALUE 0.
01 WS-RCV-ORIGIN-UNKNOWN PIC X VALUE "N".
   88 RCV-ORIGIN-NOT-ON-FILE VALUE "Y".
01 WS-RCV-UNKNOWN-COUNT PIC 9(4) VALUE 0.
01 WS-NET-SEC-ED PIC Z(7)9.99.

01 WS-ARCH-STATUS PIC X(2) VALUE "00".
   05 SR-ENTRY OCCURS 2000 TIMES INDEXED BY SR-IDX.
      10 SR-DATE PIC 9(8).
      10 SR-SERIAL PIC X(4).
      10 SR-STATUS PIC X.
         88 SR-IS-CONFIRMED VALUE "C".
         88 SR-IS-CANCELLED VALUE "X".
      10 SR-EVENT-DATE PIC 9(8).
      10 SR-EVENT-TIME PIC 9(8).
01 WS-REG-DATE PIC 9(8) VALUE 0.
01 WS-SERREG-TOTAL PIC 9(6) VALUE 0.
01 WS-SERREG-SKIP PIC 9(6) VALUE 0.
01 WS-SER-NUM-COUNT PIC 9(4) VALUE 0.
01 SERIAL-NUM-TABLE.
   05 WS-SER-NUM PIC 9(4) OCCURS 500 TIMES.
01 SERIAL-STAT-TABLE.
   05 WS-SER-STAT PIC X OCCURS 500 TIMES.
01 WS-SER-STAT-SWAP PIC X VALUE SPACE.
01 WS-SER-NOTE PIC X(12) VALUE SPACES.
01 WS-SER-I PIC 9(4) VALUE 0.
01 WS-SER-J PIC 9(4) VALUE 0.
01 WS-SER-SWAP PIC 9(4) VALUE 0.

01 WS-REJ-STATUS PIC X(2) VALUE "00".
01 WS-REJIN-STATUS PIC X(2) VALUE "00".
01 WS-REJHIST-STATUS PIC X(2) VALUE "00".
01 WS-REJIN-EOF PIC X VALUE "N".
   88 REJECT-IN-AT-EOF VALUE "Y".
01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
01 WS-BAL-REJ-COUNT PIC 9(6) VALUE 0.
01 WS-BAL-ARCH-COUNT PIC 9(6) VALUE 0.
01 WS-BAL-OUT-PLUS-REJ PIC 9(6) VALUE 0.
01 WS-BAL-CAN-COUNT PIC 9(6) VALUE 0.
01 WS-BAL-ACCOUNTED PIC 9(6) VALUE 0.
01 WS-BAL-MISSING PIC 9(4) VALUE 0.
01 WS-BAL-SER-COUNT PIC 9(4) VALUE 0.
01 BALANCE-SERIAL-TABLE.
      10 BAL-OUT-FLAG PIC X.
      10 BAL-REJ-FLAG PIC X.
      10 BAL-ARCH-FLAG PIC X.
      10 BAL-CAN-FLAG PIC X.
01 WS-BAL-SER-HOLD PIC X(4) VALUE SPACES.

*> Cancellation: the serial and register date named by the
*> supervisor, the reason recorded against it, and the original
*> send's envelope as found on TRAFARCH. WS-CAN-LINE holds each
*> MSGOUT or queue line while it is tested for the cancelled pair.
01 WS-XQWORK-STATUS PIC X(2) VALUE "00".
01 WS-XQWORK-EOF PIC X VALUE "N".
   88 XQWORK-AT-EOF VALUE "Y".
01 WS-CAN-SERIAL PIC X(4) VALUE SPACES.
01 WS-CAN-SM-I PIC 9(3) VALUE 0.
01 WS-CAN-DATE PIC 9(8) VALUE 0.
01 WS-CAN-DATE-IN PIC 9(8) VALUE 0.
01 WS-CAN-REASON PIC X(60) VALUE SPACES.
01 WS-CAN-REG-I PIC 9(4) VALUE 0.
01 WS-CAN-FOUND PIC X VALUE "N".
   88 CAN-ORIGINAL-FOUND VALUE "Y".
*> Set when SERIALRG holds the cancelled serial again under a later
*> date - a queued envelope with no RPT tail is then that newer
*> message, not the one being cancelled.
01 WS-CAN-REUSED PIC X VALUE "N".
   88 CAN-SERIAL-REUSED VALUE "Y".
01 WS-CAN-ORIGIN PIC X(10) VALUE SPACES.
01 WS-CAN-DEST PIC X(10) VALUE SPACES.
01 WS-CAN-FILED PIC X(4) VALUE SPACES.
01 WS-CAN-PRI PIC X VALUE SPACE.
01 WS-CAN-LINE PIC X(3000) VALUE SPACES.
01 WS-CAN-HEAD-PART PIC X(100) VALUE SPACES.
01 WS-CAN-RPT-PART PIC X(40) VALUE SPACES.
01 WS-CAN-VIA-COUNT PIC 9(2) VALUE 0.
01 WS-CAN-HIT PIC X VALUE "N".
   88 CAN-LINE-IS-TARGET VALUE "Y".
01 WS-CAN-SKIP-NEXT PIC X VALUE "N".
01 WS-CAN-FILE-HITS PIC 9(4) VALUE 0.
01 WS-CAN-OUT-HITS PIC 9(4) VALUE 0.
01 WS-CAN-XQ-HITS PIC 9(4) VALUE 0.

*> Billing. The tariff is held whole in TARIFF-TABLE; each charge
*> takes the latest line of its item dated on or before the day the
*> message went. Billed messages and unbilled items are collected
*> for the month in BILL-TABLE and BILL-EXCL-TABLE, then printed
*> office by office in the order the offices were first met. The
*> period is read off TRAFARCH and off every TRAFH<yyyymm> from the
*> period's own month to the current one - RETAIN names a history
*> file for its cutoff month, so a month's traffic can only have
*> rolled into a file named for that month or a later one.
01 WS-TARIFF-STATUS PIC X(2) VALUE "00".
01 WS-BILLRPT-STATUS PIC X(2) VALUE "00".
01 WS-TARIFF-EOF PIC X VALUE "N".
   88 TARIFF-AT-EOF VALUE "Y".
01 WS-TF-COUNT PIC 9(3) VALUE 0.
01 WS-TF-I PIC 9(3) VALUE 0.
01 TARIFF-TABLE.
   05 TF-ENTRY OCCURS 100 TIMES.
      10 TF-EFF-DATE PIC 9(8).
      10 TF-ITEM PIC X(5).
      10 TF-PRI PIC X.
      10 TF-VALUE PIC 9(5)V9(4).
01 WS-TF-BEST-DATE PIC 9(8) VALUE 0.
01 WS-TF-FOUND PIC X VALUE "N".
   88 TARIFF-RATE-FOUND VALUE "Y".
01 WS-BILL-PERIOD PIC 9(6) VALUE 0.
01 WS-BILL-SCAN-MONTH PIC 9(6) VALUE 0.
01 WS-BILL-SCAN-PARTS REDEFINES WS-BILL-SCAN-MONTH.
   05 WS-BILL-SCAN-YEAR PIC 9(4).
   05 WS-BILL-SCAN-MM PIC 9(2).
01 WS-BILL-SRC-EOF PIC X VALUE "N".
   88 BILL-SRC-AT-EOF VALUE "Y".
01 WS-BILL-SRC-READ PIC 9(6) VALUE 0.
01 WS-BILL-ITEM PIC X(5) VALUE SPACES.
01 WS-BILL-RATE PIC 9(3)V9(4) VALUE 0.
01 WS-BILL-PCT PIC 9(3)V99 VALUE 0.
01 WS-BILL-REG-DATE PIC 9(8) VALUE 0.
*> Cancellations gathered off the KIND C records in a first pass
*> over the same files the statement is priced from: the serial,
*> the date it was registered under and its destination. SERIALRG
*> only reaches back 31 days, which a month billed from history
*> has long outrun.
01 WS-BILL-PASS PIC X VALUE SPACE.
   88 BILL-GATHERING-CANCELS VALUE "C".
01 WS-BILL-CAN-COUNT PIC 9(4) VALUE 0.
01 WS-BILL-CAN-FULL PIC X VALUE "N".
01 WS-BILL-CAN-I PIC 9(4) VALUE 0.
01 BILL-CANCEL-TABLE.
   05 BC-ENTRY OCCURS 1000 TIMES.
      10 BC-SERIAL PIC X(4).
      10 BC-DATE PIC 9(8).
      10 BC-DEST PIC X(10).
01 WS-BILL-REASON PIC X(24) VALUE SPACES.
01 WS-BILL-COUNT PIC 9(4) VALUE 0.
01 WS-BILL-I PIC 9(4) VALUE 0.
01 BILL-TABLE.
   05 BL-ENTRY OCCURS 1000 TIMES.
      10 BL-ORIGIN PIC X(10).
      10 BL-DATE PIC 9(8).
      10 BL-SERIAL PIC X(4).
      10 BL-DEST PIC X(10).
      10 BL-PRI PIC X.
      10 BL-ITEM PIC X(5).
      10 BL-UNITS PIC 9(4).
      10 BL-RATE PIC 9(3)V9(4).
      10 BL-CHARGE PIC 9(7)V99.
      10 BL-SURCH PIC 9(7)V99.
      10 BL-AMOUNT PIC 9(7)V99.
*> A rejected message is listed once, under its latest reject, and
*> not at all once a rerun has got it away.
01 WS-BILL-REJ-SLOT PIC 9(4) VALUE 0.
01 WS-BILL-REJ-DONE PIC X VALUE "N".
01 WS-BILL-EXCL-COUNT PIC 9(4) VALUE 0.
01 BILL-EXCL-TABLE.
   05 BX-ENTRY OCCURS 500 TIMES.
      10 BX-ORIGIN PIC X(10).
      10 BX-DATE PIC X(8).
      10 BX-SERIAL PIC X(4).
      10 BX-DEST PIC X(10).
      10 BX-REASON PIC X(24).
01 WS-BILL-OFC-COUNT PIC 9(3) VALUE 0.
01 WS-BILL-OFC-I PIC 9(3) VALUE 0.
01 WS-BILL-OFC-FOUND PIC X VALUE "N".
01 BILL-OFFICE-TABLE.
   05 BO-ORIGIN PIC X(10) OCCURS 100 TIMES.
01 WS-BILL-HOLD-ORIGIN PIC X(10) VALUE SPACES.
01 WS-BILL-OFC-MSGS PIC 9(4) VALUE 0.
01 WS-BILL-OFC-UNITS PIC 9(6) VALUE 0.
01 WS-BILL-OFC-AMOUNT PIC 9(8)V99 VALUE 0.
01 WS-BILL-OFC-EXCL PIC 9(4) VALUE 0.
01 WS-BILL-TOT-MSGS PIC 9(5) VALUE 0.
01 WS-BILL-TOT-UNITS PIC 9(7) VALUE 0.
01 WS-BILL-TOT-AMOUNT PIC 9(9)V99 VALUE 0.
01 WS-BILL-RATE-ED PIC ZZ9.9999.
01 WS-BILL-CHARGE-ED PIC Z(6)9.99.
01 WS-BILL-SURCH-ED PIC Z(6)9.99.
01 WS-BILL-AMOUNT-ED PIC Z(6)9.99.
01 WS-BILL-TOTAL-ED PIC Z(8)9.99.

*> Transmit planning. One net's queue at a time is read into
*> PLAN-TABLE - serial, destination, priority and its air time in
*> seconds at the net's speed plus the per-message procedure
*> allowance - then laid into the net's window, urgent traffic
*> first, on a running clock of seconds from the window opening.
*> WS-PLAN-WINDOW counts the schedules: 1 is the next window, 2 the
*> one after it, and so on; anything past window 1 is carried over.
01 WS-PLANRPT-STATUS PIC X(2) VALUE "00".
01 WS-PLAN-EOF PIC X VALUE "N".
   88 PLAN-QUEUE-AT-EOF VALUE "Y".
01 WS-PLAN-CALLUP-MIN PIC 9(2) VALUE 0.
01 WS-PLAN-PROC-SEC PIC 9(3) VALUE 0.
01 WS-PLAN-NET-WPM PIC 9(3) VALUE 0.
01 WS-PLAN-COUNT PIC 9(3) VALUE 0.
01 WS-PLAN-I PIC 9(3) VALUE 0.
01 PLAN-TABLE.
   05 PL-ENTRY OCCURS 500 TIMES.
      10 PL-SERIAL PIC X(4).
      10 PL-DEST PIC X(10).
      10 PL-PRI PIC X(24).
      10 PL-URGENT PIC X.
         88 PL-IS-URGENT VALUE "Y".
      10 PL-UNITS PIC 9(6).
      10 PL-SECONDS PIC 9(5).
01 WS-PLAN-HEAD PIC X VALUE "N".
   88 PLAN-HEAD-PENDING VALUE "Y".
01 WS-PLAN-FULL PIC X VALUE "N".
01 WS-PLAN-PTR PIC 9(4) VALUE 0.
01 WS-PLAN-LEN PIC 9(4) VALUE 0.
01 WS-PLAN-PEND PIC 9 VALUE 0.
01 WS-PLAN-UNITS PIC 9(6) VALUE 0.
01 WS-PLAN-PASS PIC 9 VALUE 0.
01 WS-PLAN-WIN-OPEN PIC 9(4) VALUE 0.
01 WS-PLAN-WIN-SECS PIC 9(5) VALUE 0.
01 WS-PLAN-CALLUP-SECS PIC 9(5) VALUE 0.
01 WS-PLAN-CURSOR PIC 9(6) VALUE 0.
01 WS-PLAN-WINDOW PIC 9(2) VALUE 0.
01 WS-PLAN-IN-WINDOW PIC 9(3) VALUE 0.
01 WS-PLAN-MINUTE PIC 9(6) VALUE 0.
01 WS-PLAN-CLOCK PIC 9(4) VALUE 0.
01 WS-PLAN-NET-CARRIED PIC 9(3) VALUE 0.
01 WS-PLAN-NET-LATE PIC 9(3) VALUE 0.
01 WS-PLAN-TOT-MSGS PIC 9(5) VALUE 0.
01 WS-PLAN-TOT-CARRIED PIC 9(5) VALUE 0.
01 WS-PLAN-TOT-LATE PIC 9(5) VALUE 0.
01 WS-PLAN-TOT-UNPLANNED PIC 9(5) VALUE 0.
01 WS-PLAN-WIN-ED PIC Z9.
01 WS-PLAN-SECS-ED PIC Z(4)9.
01 WS-PLAN-UNITS-ED PIC Z(5)9.
01 WS-PLAN-MARK PIC X(24) VALUE SPACES.

*> Radio log entry. WS-RLOG-DATE names the day's log file; the
*> session number carries on from the sessions already in it.
01 WS-RLOG-STATUS PIC X(2) VALUE "00".
01 WS-RLOG-NAME PIC X(14) VALUE SPACES.
01 WS-RLOG-EOF PIC X VALUE "N".
   88 RLOG-AT-EOF VALUE "Y".
01 WS-RLOG-DATE-IN PIC 9(8) VALUE 0.
01 WS-RLOG-DATE PIC 9(8) VALUE 0.
01 WS-RLOG-SESSION PIC 9(3) VALUE 0.
01 WS-RLOG-DONE PIC X VALUE "N".
   88 RLOG-ENTRY-DONE VALUE "Y".
01 WS-RLOG-NET PIC X(8) VALUE SPACES.
01 WS-RLOG-START PIC X(4) VALUE SPACES.
01 WS-RLOG-END PIC X(4) VALUE SPACES.
01 WS-RLOG-CALL PIC X(10) VALUE SPACES.
01 WS-RLOG-SERIAL PIC X(4) VALUE SPACES.
01 WS-RLOG-SER-LEN PIC 9 VALUE 0.
01 WS-RLOG-SER-NUM PIC 9(4) VALUE 0.
01 WS-RLOG-REASON PIC X(40) VALUE SPACES.
01 WS-RLOG-CLOCK PIC X(4) VALUE SPACES.
01 WS-RLOG-CLOCK-OK PIC X VALUE "N".
   88 RLOG-CLOCK-IS-VALID VALUE "Y".
01 WS-RLOG-WORKED PIC 9(3) VALUE 0.
01 WS-RLOG-SENT PIC 9(3) VALUE 0.
01 WS-RLOG-SKIPPED PIC 9(3) VALUE 0.
01 WS-RLOG-SESSIONS-ADDED PIC 9(3) VALUE 0.

*> Reconciliation. The day's log is read into RCN-SESSION-TABLE
*> and RCN-LOG-TABLE; what was queued that day - for today each
*> net's XQ queue as it stands, plus every send TRAFARCH holds for
*> the day, since a later BATCH run starts the queues afresh - goes
*> into RCN-QUEUE-TABLE, one entry per serial and net. A queue entry is
*> matched to the log on serial and net: RQ-LOGGED is T when a
*> session logged it sent, K when only skipped (RQ-LOG-I points at
*> the skip), blank when the log never mentions it. RQ-CANCELLED is
*> set by a cancellation record, and cancelled traffic is owed to
*> nobody. Times are minutes from midnight, signed, so a session
*> running over midnight compares with its window.
01 WS-HANDRPT-STATUS PIC X(2) VALUE "00".
01 WS-RCN-SES-COUNT PIC 9(3) VALUE 0.
01 RCN-SESSION-TABLE.
   05 RS-ENTRY OCCURS 100 TIMES.
      10 RS-SESSION PIC 9(3).
      10 RS-NET PIC X(8).
      10 RS-OPERATOR PIC X(8).
      10 RS-START PIC X(4).
      10 RS-END PIC X(4).
      10 RS-WORKED PIC 9(3).
      10 RS-SENT PIC 9(3).
      10 RS-SKIPPED PIC 9(3).
01 WS-RCN-LOG-COUNT PIC 9(4) VALUE 0.
01 RCN-LOG-TABLE.
   05 RL-ENTRY OCCURS 1000 TIMES.
      10 RL-TYPE PIC X.
      10 RL-SESSION PIC 9(3).
      10 RL-NET PIC X(8).
      10 RL-SERIAL PIC X(4).
      10 RL-REASON PIC X(40).
      10 RL-QUEUED PIC X.
01 WS-RCN-Q-COUNT PIC 9(4) VALUE 0.
01 RCN-QUEUE-TABLE.
   05 RQ-ENTRY OCCURS 1000 TIMES.
      10 RQ-NET PIC X(8).
      10 RQ-SERIAL PIC X(4).
      10 RQ-DEST PIC X(10).
      10 RQ-URGENT PIC X.
         88 RQ-IS-URGENT VALUE "Y".
      10 RQ-SOURCE PIC X.
      10 RQ-LOGGED PIC X.
      10 RQ-LOG-I PIC 9(4).
      10 RQ-CANCELLED PIC X.
01 WS-RCN-I PIC 9(4) VALUE 0.
01 WS-RCN-J PIC 9(4) VALUE 0.
01 WS-RCN-HIT PIC 9(4) VALUE 0.
01 WS-RCN-FULL PIC X VALUE "N".
01 WS-RCN-EOF PIC X VALUE "N".
   88 RCN-QUEUE-AT-EOF VALUE "Y".
01 WS-RCN-HEADERLESS PIC 9(4) VALUE 0.
01 WS-RCN-NET PIC X(8) VALUE SPACES.
01 WS-RCN-SERIAL PIC X(4) VALUE SPACES.
01 WS-RCN-DEST PIC X(10) VALUE SPACES.
01 WS-RCN-URGENT PIC X VALUE "N".
01 WS-RCN-SOURCE PIC X VALUE SPACE.
01 WS-RCN-NOTE PIC X(60) VALUE SPACES.
01 WS-RCN-START-MIN PIC S9(5) VALUE 0.
01 WS-RCN-END-MIN PIC S9(5) VALUE 0.
01 WS-RCN-OPEN-MIN PIC S9(5) VALUE 0.
01 WS-RCN-CLOSE-MIN PIC S9(5) VALUE 0.
01 WS-RCN-OVER-MIN PIC S9(5) VALUE 0.
01 WS-RCN-EARLY-MIN PIC S9(5) VALUE 0.
01 WS-RCN-MIN-ED PIC ZZZ9.
01 WS-RCN-UNSENT PIC 9(4) VALUE 0.
01 WS-RCN-UNSENT-URGENT PIC 9(4) VALUE 0.
01 WS-RCN-UNQUEUED PIC 9(4) VALUE 0.
01 WS-RCN-OVERRUN PIC 9(3) VALUE 0.
01 WS-RCN-NO-WINDOW PIC 9(3) VALUE 0.
01 WS-RCN-LOGGED-SENT PIC 9(4) VALUE 0.
01 WS-RCN-LOGGED-SKIPPED PIC 9(4) VALUE 0.

01 WS-RCV-IN-STATUS PIC X(2) VALUE "00".
01 WS-RCV-OUT-STATUS PIC X(2) VALUE "00".
01 WS-RCV-IN-EOF PIC X VALUE "N".
   88 RCV-ENV-CK-GIVEN VALUE "Y".
01 WS-RCV-EXPECTED-CK PIC 9(3) VALUE 0.
01 WS-RCV-OUT-LEN PIC 9(4) VALUE 0.
01 WS-RCV-TRAIL PIC X(40) VALUE SPACES.
01 WS-RCV-HEAD-PART PIC X(100) VALUE SPACES.
01 WS-RCV-CLASS PIC X VALUE SPACE.
   88 RCV-IS-NUMERIC VALUE "N" "C".
01 WS-RCV-TAG-COUNT PIC 9(2) VALUE 0.

*> Relay: a transcript whose envelope is addressed to a station on
*> NETRTE other than our own STNID callsign is relay traffic - it
*> goes to RLYMSG for the next BATCH run instead of RCVDOUT.
01 WS-STNID-STATUS PIC X(2) VALUE "00".
01 WS-RLY-STATUS PIC X(2) VALUE "00".
01 WS-STATION-CALL PIC X(10) VALUE SPACES.
01 WS-RCV-RELAY PIC X VALUE "N".
   88 RCV-IS-RELAY VALUE "Y".
01 WS-RLY-COUNT PIC 9(4) VALUE 0.
01 WS-RLY-HELD PIC 9(4) VALUE 0.
01 WS-RLY-TRAIL PIC X(40) VALUE SPACES.
01 WS-RLY-PTR PIC 9(3) VALUE 1.

*> Demodulation state. WS-DEMOD-UNIT is the running estimate of the
*> sender's 1-unit (dot) length in milliseconds: it starts from the
01 WS-DEMOD-SER-TOK PIC X(8) VALUE SPACES.
01 WS-DEMOD-WPM-TAG PIC X(8) VALUE SPACES.
01 WS-DEMOD-WPM-TOK PIC X(8) VALUE SPACES.
01 WS-DEMOD-CLASS-TOK PIC X(8) VALUE SPACES.
01 WS-DEMOD-CLASS PIC X VALUE SPACE.
   88 DEMOD-IS-NUMERIC VALUE "N" "C".
01 WS-DEMOD-WORD-CHARS PIC 9(4) VALUE 0.
01 WS-DEMOD-WORDS PIC 9(3) VALUE 0.
01 WS-DEMOD-BAD-WORDS PIC 9(3) VALUE 0.

*> Service-message generation: a transcript that fails its check
*> count or leaves unmatched groups gets a repetition request
01 WS-SVC-SERIAL PIC X(4) VALUE SPACES.
01 WS-SVC-TEXT PIC X(100) VALUE SPACES.
01 WS-SVC-PTR PIC 9(4) VALUE 1.
01 WS-SVC-FROM PIC X(10) VALUE SPACES.
01 WS-SVC-IDX PIC 9(3) VALUE 0.
01 WS-RCV-REPEAT-ASK PIC X VALUE "N".
   88 RCV-NEEDS-REPEAT VALUE "Y".

*> Repetitions. A transcript whose decoded text reads
*> ПВТ НР <serial> ГР <ordinal> <character> ... ИСК <ordinal>
*> <group> ... is the far station's answer to one of our requests:
*> under ГР each Morse group ordinal we quoted is followed by the
*> character it should have been, under ИСК each five-figure group
*> ordinal by the whole group. The answered copy is the newest
*> received copy of that serial from that station we asked about
*> and have not yet had corrected; its stored transcript is
*> rebuilt with the repeated groups in place (WS-RPT-MORSE) and
*> decoded again as the corrected copy.
01 WS-RPT-SERIAL PIC X(4) VALUE SPACES.
01 WS-RPT-SER-NUM PIC 9(4) VALUE 0.
01 WS-RPT-VALID PIC X VALUE "N".
   88 RCV-IS-REPETITION VALUE "Y".
01 WS-RPT-PTR PIC 9(4) VALUE 0.
01 WS-RPT-LEN PIC 9(4) VALUE 0.
01 WS-RPT-WORD PIC X(20) VALUE SPACES.
01 WS-RPT-WORD-LEN PIC 9(2) VALUE 0.
01 WS-RPT-WORD-NO PIC 9(3) VALUE 0.
01 WS-RPT-MODE PIC X VALUE SPACE.
01 WS-RPT-WANT PIC X VALUE SPACE.
   88 RPT-WANT-ORDINAL VALUE "O".
   88 RPT-WANT-VALUE VALUE "V".
   88 RPT-LIST-ENDED VALUE "E".
01 WS-RPT-COUNT PIC 9(2) VALUE 0.
01 WS-RPT-I PIC 9(2) VALUE 0.
01 WS-RPT-HIT PIC 9(2) VALUE 0.
01 WS-RPT-SCAN PIC 9(3) VALUE 0.
01 REPEAT-ITEM-TABLE.
   05 RP-ITEM OCCURS 40 TIMES.
      10 RP-KIND PIC X.
      10 RP-ORD PIC 9(4).
      10 RP-VALUE PIC X(12).
01 WS-RPT-FOUND PIC X VALUE "N".
   88 RPT-ORIGINAL-FOUND VALUE "Y".
01 WS-RPT-CHAIN-DATE PIC 9(8) VALUE 0.
01 WS-RPT-ORIG-SERIAL PIC X(4) VALUE SPACES.
01 WS-RPT-ORIG-ORIGIN PIC X(10) VALUE SPACES.
01 WS-RPT-ORIG-DEST PIC X(10) VALUE SPACES.
01 WS-RPT-ORIG-FILED PIC X(4) VALUE SPACES.
01 WS-RPT-ORIG-PRI PIC X VALUE SPACE.
01 WS-RPT-ORIG-CLASS PIC X VALUE SPACE.
01 WS-RPT-ORIG-CK PIC X(3) VALUE SPACES.
01 WS-RPT-ORIG-TRAIL PIC X(40) VALUE SPACES.
01 WS-RPT-ORIG-MORSE PIC X(3000) VALUE SPACES.
01 WS-RPT-MORSE PIC X(3000) VALUE SPACES.
01 WS-RPT-IN-PTR PIC 9(4) VALUE 0.
01 WS-RPT-IN-LEN PIC 9(4) VALUE 0.
01 WS-RPT-OUT-PTR PIC 9(4) VALUE 0.
01 WS-RPT-CODE-LEN PIC 9(2) VALUE 0.
01 WS-RPT-GROUP-ORD PIC 9(4) VALUE 0.
01 WS-RPT-WORD-ORD PIC 9(4) VALUE 0.
01 WS-RPT-IN-WORD PIC X VALUE "N".
01 WS-RPT-SKIP-WORD PIC X VALUE "N".
01 WS-RPT-DIGIT-I PIC 9(2) VALUE 0.
01 WS-RPT-MERGED PIC 9(3) VALUE 0.
01 WS-RPT-STILL PIC 9(3) VALUE 0.
01 WS-RPT-UNMATCHED PIC 9(3) VALUE 0.
01 WS-RCV-MERGED PIC X VALUE "N".
   88 RCV-IS-MERGED VALUE "Y".

*> Repetitions awaited, for SVCWAIT: one entry per received copy we
*> asked about, closed again by a clean corrected copy of it.
01 WS-WAITRPT-STATUS PIC X(2) VALUE "00".
01 WS-WT-COUNT PIC 9(3) VALUE 0.
01 WS-WT-I PIC 9(3) VALUE 0.
01 WS-WT-OPEN-COUNT PIC 9(3) VALUE 0.
01 WS-WT-DROPPED PIC 9(4) VALUE 0.
01 WAIT-TABLE.
   05 WT-ENTRY OCCURS 500 TIMES.
      10 WT-SERIAL PIC X(4).
      10 WT-ORIGIN PIC X(10).
      10 WT-DATE PIC 9(8).
      10 WT-TIME PIC 9(8).
      10 WT-RECORD-NUM PIC 9(6).
      10 WT-ASK-DATE PIC 9(8).
      10 WT-ASK-TIME PIC 9(8).
      10 WT-PRI PIC X.
      10 WT-EXC PIC 9(3).
      10 WT-OPEN PIC X.

*> Receipt confirmations: a decoded transcript reading ЩСЛ [НР]
*> <serial>... or ПРИН НР <serial>... confirms those serials of
*> ours. Each is matched against SERIALRG newest-first to the most
*> recent send of that serial not yet confirmed or cancelled whose
*> TRAFARCH send went to the station the receipt comes from; the
*> register is saved at the end of the run if anything matched.
*> RCPT-SEND-TABLE holds our sends over the register's 31 days -
*> date registered under, serial, destination - loaded from
*> TRAFARCH as RDECODE starts.
01 WS-RCPT-COUNT PIC 9(4) VALUE 0.
01 WS-RCPT-WORD PIC X(20) VALUE SPACES.
01 WS-RCPT-PTR PIC 9(4) VALUE 1.
01 WS-RCPT-LEN PIC 9(4) VALUE 0.
01 WS-RCPT-WORD-LEN PIC 9(2) VALUE 0.
01 WS-RCPT-CONTEXT PIC X VALUE "N".
   88 RCPT-LIST-OPEN VALUE "Y".
   88 RCPT-AWAITING-NR VALUE "P".
01 WS-RCPT-SERIAL PIC X(4) VALUE SPACES.
01 WS-RCPT-SER-NUM PIC 9(4) VALUE 0.
01 WS-RCPT-I PIC 9(4) VALUE 0.
01 WS-RCPT-REF-SERIAL PIC X(4) VALUE SPACES.
01 WS-RCPT-REF-DATE PIC 9(8) VALUE 0.
01 WS-RCPT-SEND-COUNT PIC 9(4) VALUE 0.
01 WS-RCPT-SEND-FULL PIC X VALUE "N".
01 WS-RCPT-SEND-DATE PIC 9(8) VALUE 0.
01 WS-RCPT-J PIC 9(4) VALUE 0.
01 WS-RCPT-SENT-TO PIC X VALUE "N".
   88 RCPT-SENT-TO-ORIGIN VALUE "Y".
01 RCPT-SEND-TABLE.
   05 RX-ENTRY OCCURS 5000 TIMES.
      10 RX-DATE PIC 9(8).
      10 RX-SERIAL PIC X(4).
      10 RX-DEST PIC X(10).

*> Unmatched decode groups are collected here so the receiving shift
*> can raise a service query back to the sender for each garbled
01 WS-CK-INPUT PIC X(3) VALUE SPACES.
01 WS-CK-TOKEN PIC X(3) VALUE SPACES.
01 WS-CK-PTR PIC 9(4) VALUE 1.
01 WS-CK-UNIT PIC X(8) VALUE "word(s)".

*> Numeric code traffic. Cut numbers send each digit as the short
*> code of a letter - Т for 0, А for 1, У for 2, Ж for 3, 4 and 6
*> as themselves, Е for 5, Б for 7, Д for 8, Н for 9 - which is the
*> air time they save. CUT-CODE(d + 1) is the code for digit d.
*> WS-DECODE-CLASS tells DECODE-MORSE-TO-TEXT which class the
*> transcript in hand is; the group check walks the text a word at
*> a time and keeps the ordinals of the groups that are not five
*> digits.
01 CUT-NUMBER-VALUES.
   05 FILLER PIC X(6) VALUE "-".
   05 FILLER PIC X(6) VALUE ".-".
   05 FILLER PIC X(6) VALUE "..-".
   05 FILLER PIC X(6) VALUE "...-".
   05 FILLER PIC X(6) VALUE "....-".
   05 FILLER PIC X(6) VALUE ".".
   05 FILLER PIC X(6) VALUE "-....".
   05 FILLER PIC X(6) VALUE "-...".
   05 FILLER PIC X(6) VALUE "-..".
   05 FILLER PIC X(6) VALUE "-.".
01 CUT-NUMBER-TABLE REDEFINES CUT-NUMBER-VALUES.
   05 CUT-CODE PIC X(6) OCCURS 10 TIMES.
01 WS-CUT-DIGIT PIC 9 VALUE 0.
01 WS-CUT-I PIC 9(2) VALUE 0.
01 WS-CUT-FOUND PIC X VALUE "N".
   88 CUT-CODE-FOUND VALUE "Y".
01 WS-DECODE-CLASS PIC X VALUE SPACE.
   88 DECODE-IS-NUMERIC VALUE "N" "C".
   88 DECODE-IS-CUT VALUE "C".
01 WS-GRP-TEXT PIC X(3000) VALUE SPACES.
01 WS-GRP-LEN PIC 9(4) VALUE 0.
01 WS-GRP-IDX PIC 9(4) VALUE 0.
01 WS-GRP-CHARS PIC 9(4) VALUE 0.
01 WS-GRP-NONDIGIT PIC X VALUE "N".
01 WS-GRP-COUNT PIC 9(3) VALUE 0.
01 WS-GRP-BAD-COUNT PIC 9(3) VALUE 0.
01 GROUP-BAD-TABLE.
   05 WS-GRP-BAD-ORD PIC 9(3) OCCURS 20 TIMES.
01 WS-GRP-BAD-I PIC 9(3) VALUE 0.

01 WS-EXCEPTION-COUNT PIC 9(3) VALUE 0.
01 WS-EXCEPTION-INDEX PIC 9(3).
01 WS-SHIFT-SECONDS PIC 9(8)V99 VALUE 0.
01 WS-SHIFT-SEC-ED PIC Z(7)9.99.

*> Outstanding-traffic aging working set: one slot per sent serial
*> (serial plus the date it was registered under), carrying its
*> first and latest send - the original and any retransmissions -
*> and the text a retransmission is redrafted from. The sort key
*> orders the page by destination, urgent first, oldest first.
01 WS-AGERPT-STATUS PIC X(2) VALUE "00".
01 WS-RTX-STATUS PIC X(2) VALUE "00".
01 WS-AGE-URG-HOURS PIC 9(3) VALUE 2.
01 WS-AGE-RTN-HOURS PIC 9(3) VALUE 8.
01 WS-AGE-HOURS-IN PIC 9(3) VALUE 0.
01 WS-AGE-LIMIT PIC 9(3) VALUE 0.
01 WS-AGE-NOW-DATE PIC 9(8) VALUE 0.
01 WS-AGE-NOW-TIME PIC 9(8) VALUE 0.
01 WS-AGE-NOW-MIN PIC 9(9) VALUE 0.
01 WS-AGE-CALC-DATE PIC 9(8) VALUE 0.
01 WS-AGE-CALC-TIME PIC 9(8) VALUE 0.
01 WS-AGE-CALC-MIN PIC 9(9) VALUE 0.
01 WS-AGE-HH PIC 9(2) VALUE 0.
01 WS-AGE-MM PIC 9(2) VALUE 0.
01 WS-AGE-KEY-DATE PIC 9(8) VALUE 0.
01 WS-AGE-COUNT PIC 9(4) VALUE 0.
01 WS-AGE-SLOT PIC 9(4) VALUE 0.
01 WS-AGE-KEEP PIC 9(4) VALUE 0.
01 WS-AGE-I PIC 9(4) VALUE 0.
01 WS-AGE-J PIC 9(4) VALUE 0.
01 WS-AGE-FULL-NOTED PIC X VALUE "N".
01 AGE-TABLE.
   05 AG-ENTRY OCCURS 1000 TIMES INDEXED BY AG-IDX.
      10 AG-SORT-KEY.
         15 AG-DEST PIC X(10).
         15 AG-RANK PIC 9.
         15 AG-AGE-INV PIC 9(5).
      10 AG-SERIAL PIC X(4).
      10 AG-REG-DATE PIC 9(8).
      10 AG-FIRST-DATE PIC 9(8).
      10 AG-FIRST-TIME PIC 9(8).
      10 AG-LAST-DATE PIC 9(8).
      10 AG-LAST-TIME PIC 9(8).
      10 AG-SENDS PIC 9(2).
      10 AG-PRI PIC X.
      10 AG-ORIGIN PIC X(10).
      10 AG-FILED PIC X(4).
      10 AG-TEXT PIC X(400).
      10 AG-AGE-HOURS PIC 9(5).
      10 AG-IDLE-HOURS PIC 9(5).
      10 AG-STATE PIC X.
         88 AG-IS-OVERDUE VALUE "Y".
         88 AG-IS-SETTLED VALUE "C".
         88 AG-NOT-REGISTERED VALUE "N".
      10 AG-CLASS PIC X.
01 WS-AGE-HOLD PIC X(489) VALUE SPACES.
01 WS-AGE-DEST-HOLD PIC X(10) VALUE SPACES.
01 WS-AGE-DEST-OUT PIC 9(4) VALUE 0.
01 WS-AGE-DEST-OVER PIC 9(4) VALUE 0.
01 WS-AGE-UNREG PIC 9(4) VALUE 0.
01 WS-AGE-SETTLED PIC 9(4) VALUE 0.
01 WS-AGE-RTX-COUNT PIC 9(4) VALUE 0.
01 AGE-PRIORITY-TOTALS.
   05 AGE-PRI-TOTAL OCCURS 3 TIMES.
      10 AP-OUT PIC 9(4).
      10 AP-OVER PIC 9(4).

*> Card splitter for redrafted traffic: WS-MESSAGE cut back into
*> MSGIN text cards of up to 99 content bytes with "+" in column
*> 100 on all but the last. Five cards hold the full 400 bytes even
*> after every cut has backed off. A cut never falls inside a 2-byte
*> character, and never leaves a card ending in a blank - the batch
*> run trims each card's trailing blanks, so the blank starts the
*> next card instead.
01 CARD-TABLE.
   05 WS-CARD PIC X(100) OCCURS 5 TIMES.
01 WS-CARD-COUNT PIC 9 VALUE 0.
01 WS-CARD-START PIC 9(4) VALUE 1.
01 WS-CARD-LEN PIC 9(3) VALUE 0.
01 WS-CARD-I PIC 9 VALUE 0.

*> Abbreviation dictionary working set. The gloss list collects the
*> distinct dictionary entries found in one decoded message; words
*> are pulled as X(20) so an over-long word can never pad-match a
       WHEN "ARCCONV" PERFORM ARCHIVE-LAYOUT-CONVERT
       WHEN "DEMOD" PERFORM BATCH-DEMODULATE
       WHEN "SHIFT" PERFORM SHIFT-WORKLOAD-REPORT
       WHEN "AGING" PERFORM OUTSTANDING-AGING-REPORT
       WHEN "CANCEL" PERFORM CANCEL-MESSAGE
       WHEN "BILLING" PERFORM BILLING-STATEMENT
       WHEN "STATION" PERFORM MAINTAIN-STATION-MASTER
       WHEN "PLAN" PERFORM TRANSMIT-WINDOW-PLAN
       WHEN "RADLOG" PERFORM RADIO-LOG-ENTRY
       WHEN "RECON" PERFORM RADIO-LOG-RECONCILE
       WHEN "MIXED"
           PERFORM ADD-LATIN-ENTRIES
           PERFORM INTERACTIVE-CONVERT
       MOVE 0 TO WS-RUN-EXC-MSGS
       MOVE 0 TO WS-RUN-EXC-TOTAL
       MOVE 0 TO WS-RUN-TRUNC-COUNT
       MOVE 0 TO WS-RUN-BADGR-COUNT
       MOVE 0 TO WS-RUN-UNSTN-COUNT
       MOVE 0 TO WS-RUN-TOTAL-UNITS
       MOVE 0 TO WS-RUN-BOOK-COUNT
       IF WS-RESTART-FLAG = "RESTART"
           PERFORM LOAD-CHECKPOINT
       END-IF
       END-IF
       MOVE 0 TO WS-RUN-DUP-COUNT
       PERFORM LOAD-SERIAL-REGISTER
       PERFORM RESERVE-RUN-SERIALS

       PERFORM OPEN-MSG-OUT-FILE
       PERFORM OPEN-AUDIT-FILE
       CLOSE ARCHIVE-FILE
       CLOSE ARCH-NDX-FILE
       CLOSE REJECT-FILE
       CLOSE REJECT-HIST-FILE
       IF KEYER-REQUESTED
           CLOSE KEYER-FILE
           DISPLAY "Keyer timing written to KEYFILE at " WS-WPM
                   ADD 1 TO WS-RECORD-NUM
                   IF HDR-MARK = "$$H"
                       PERFORM CAPTURE-ENVELOPE
                   ELSE
                   IF HDR-MARK = "$$R"
                       PERFORM CAPTURE-RELAY-TRAIL
                   ELSE
                   IF HDR-MARK = "$$B"
                       PERFORM CAPTURE-BOOK-CARD
                   ELSE
                       PERFORM ASSEMBLE-BATCH-MESSAGE
                       IF (WS-BATCH-PASS = 1 AND ENV-IS-URGENT)
                           OR (WS-BATCH-PASS = 2
                               AND NOT ENV-IS-URGENT)
                           IF ENV-IS-BOOK
                               PERFORM PROCESS-BOOK-MESSAGE
                           ELSE
                               PERFORM PROCESS-BATCH-MESSAGE
                           END-IF
                       END-IF
                       PERFORM CLEAR-ENVELOPE
                       IF FUNCTION MOD(WS-RECORD-NUM, 10) = 0
                           PERFORM SAVE-CHECKPOINT
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ
       END-PERFORM

*> and the transmitter - on an unattended overnight run the console
*> WARNING from REPORT-EXCEPTIONS protects nothing. A serial already
*> on the day's register diverts the same way, before conversion -
*> two messages must never go out under one serial. A
*> retransmission goes out again under the serial it already holds,
*> so it is neither checked nor registered a second time; relayed
*> traffic carries its originating station's serial, not one of
*> ours, and stays off our register altogether.
*> Numeric code traffic is held to its five-figure groups before
*> conversion; a malformed group would reach the far station as a
*> group it cannot check, so the message diverts as BADGR.
*> A destination the station master does not show as an active
*> station diverts as UNSTN - a mistyped callsign is caught here
*> instead of going out addressed to nobody.
   MOVE "N" TO WS-SERIAL-DUP.
   MOVE 0 TO WS-GRP-BAD-COUNT.
   MOVE SPACE TO WS-SM-CHECK.
   IF ENVELOPE-PRESENT AND WS-ENV-SERIAL NOT = SPACES
           AND NOT ENV-IS-REPEAT AND ENV-NOT-RELAYED
       PERFORM CHECK-SERIAL-REGISTER
   END-IF.
   IF ENVELOPE-PRESENT AND NOT SERIAL-IS-DUP
           AND STATION-MASTER-ON-FILE
       MOVE WS-ENV-DEST TO WS-SM-CALL
       PERFORM CHECK-STATION-CALLSIGN
   END-IF.
   IF ENV-IS-NUMERIC AND NOT SERIAL-IS-DUP
       MOVE WS-MESSAGE TO WS-GRP-TEXT
       MOVE WS-MESSAGE-LEN TO WS-GRP-LEN
       PERFORM CHECK-NUMERIC-GROUPS
   END-IF.
   ADD 1 TO WS-RUN-MSG-COUNT.
   COMPUTE WS-RUN-SEGMENTS = WS-RUN-SEGMENTS + WS-SEGMENT-COUNT - 1.
   IF SERIAL-IS-DUP
       ADD 1 TO WS-RUN-DUP-COUNT
       PERFORM WRITE-REJECT-RECORD
   ELSE
   IF SM-CALL-REFUSED
       ADD 1 TO WS-RUN-UNSTN-COUNT
       EVALUATE WS-SM-CHECK
           WHEN "U"
               DISPLAY "NOTE: destination " WS-ENV-DEST " of message "
                   WS-ENV-SERIAL " is not on the station master."
           WHEN "S"
               DISPLAY "NOTE: destination " WS-ENV-DEST " of message "
                   WS-ENV-SERIAL " is suspended on the station master."
           WHEN "C"
               DISPLAY "NOTE: destination " WS-ENV-DEST " of message "
                   WS-ENV-SERIAL " is closed on the station master."
       END-EVALUATE
       PERFORM WRITE-REJECT-RECORD
   ELSE
   IF WS-GRP-BAD-COUNT > 0
       ADD 1 TO WS-RUN-BADGR-COUNT
       DISPLAY "NOTE: numeric message " WS-ENV-SERIAL " has "
           WS-GRP-BAD-COUNT " group(s) not of five figures - first "
           "at group " WS-GRP-BAD-ORD(1) "."
       PERFORM WRITE-REJECT-RECORD
   ELSE
       PERFORM CONVERT-TEXT-TO-MORSE
       PERFORM REPORT-EXCEPTIONS
           PERFORM WRITE-REJECT-RECORD
       ELSE
           IF ENVELOPE-PRESENT AND WS-ENV-SERIAL NOT = SPACES
                   AND NOT ENV-IS-REPEAT AND ENV-NOT-RELAYED
               PERFORM REGISTER-SERIAL
           END-IF
           PERFORM WRITE-MSG-OUT-RECORDS
               PERFORM WRITE-KEYER-MESSAGE
           END-IF
       END-IF
   END-IF
   END-IF
   END-IF.

   EXIT.

CHECK-NUMERIC-GROUPS.
*> Walks WS-GRP-TEXT(1:WS-GRP-LEN) a word at a time - the same
*> blank-delimited words COUNT-MESSAGE-WORDS counts, so for numeric
*> traffic the check count is the group count - and notes the
*> ordinal of every group that is not exactly five digits.
   MOVE 0 TO WS-GRP-COUNT.
   MOVE 0 TO WS-GRP-BAD-COUNT.
   MOVE 0 TO WS-GRP-CHARS.
   MOVE "N" TO WS-GRP-NONDIGIT.
   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
           UNTIL WS-GRP-IDX > WS-GRP-LEN + 1
       IF WS-GRP-IDX > WS-GRP-LEN
               OR WS-GRP-TEXT(WS-GRP-IDX:1) = SPACE
           IF WS-GRP-CHARS > 0
               ADD 1 TO WS-GRP-COUNT
               IF WS-GRP-CHARS NOT = 5 OR WS-GRP-NONDIGIT = "Y"
                   ADD 1 TO WS-GRP-BAD-COUNT
                   IF WS-GRP-BAD-COUNT <= 20
                       MOVE WS-GRP-COUNT
                           TO WS-GRP-BAD-ORD(WS-GRP-BAD-COUNT)
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-GRP-CHARS
           MOVE "N" TO WS-GRP-NONDIGIT
       ELSE
           ADD 1 TO WS-GRP-CHARS
           IF WS-GRP-TEXT(WS-GRP-IDX:1) IS NOT NUMERIC
               MOVE "Y" TO WS-GRP-NONDIGIT
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

WRITE-KEYER-MESSAGE.
*> Walks WS-MORSE group by group (the same space-delimited UNSTRING
*> as PRINT-MESSAGE-FORM) and emits mark/space intervals in
*> space: 3 units after a character group, widened to 7 when a "|"
*> word break intervenes, so no space record is ever written before
*> the first mark or after the last.
*> Numeric traffic adds GRP or CUT to the header, as on its MSGOUT
*> envelope line, so DEMOD knows how to read the tape back.
   MOVE SPACES TO KEYER-REC.
   STRING "MSG " DELIMITED BY SIZE
       WS-ENV-SERIAL DELIMITED BY SIZE
       WS-WPM DELIMITED BY SIZE
       INTO KEYER-REC
   END-STRING.
   IF ENV-IS-CUT
       MOVE " CUT" TO KEYER-REC(17:4)
   ELSE
       IF ENV-IS-NUMERIC
           MOVE " GRP" TO KEYER-REC(17:4)
       END-IF
   END-IF.
   WRITE KEYER-REC.

   MOVE 0 TO WS-KEYER-PENDING.
*> decoding as Ы off a duplicate code) shifts the tail and shows up
*> as both position mismatches and a length difference.
   MOVE WS-MORSE TO WS-DECODE-IN.
   MOVE WS-ENV-CLASS TO WS-DECODE-CLASS.
   PERFORM DECODE-MORSE-TO-TEXT.
   MOVE SPACE TO WS-DECODE-CLASS.

   MOVE 0 TO WS-VERIFY-MISMATCHES.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DECODE-OUT TRAILING))
   EXIT.

WRITE-REJECT-RECORD.
*> DUPSN, UNSTN and BADGR are decided before conversion ever runs,
*> in that order; among conversion
*> failures TRUNC outranks UNMAP as the reason code: a truncated
*> message is incomplete however many of its characters mapped.
   IF SERIAL-IS-DUP
       MOVE "DUPSN" TO WS-REJ-REASON
   ELSE
   IF SM-CALL-REFUSED
       MOVE "UNSTN" TO WS-REJ-REASON
   ELSE
   IF WS-GRP-BAD-COUNT > 0
       MOVE "BADGR" TO WS-REJ-REASON
   ELSE
       IF WS-MORSE-TRUNCATED = "Y"
           MOVE "TRUNC" TO WS-REJ-REASON
       ELSE
           MOVE "UNMAP" TO WS-REJ-REASON
       END-IF
   END-IF
   END-IF
   END-IF.
*> A book copy only notes its reason against its addressee here;
*> PROCESS-BOOK-MESSAGE writes the book's one reject record once
*> every copy has been tried.
   IF ENV-IS-BOOK
       MOVE WS-REJ-REASON TO BK-RESULT(WS-BOOK-I)
       ADD 1 TO WS-BOOK-REJECTS
       DISPLAY "NOTE: book " WS-ENV-BOOK " copy " WS-ENV-SERIAL
           " to " WS-ENV-DEST " rejected, reason " WS-REJ-REASON "."
   ELSE
       MOVE SPACES TO REJECT-REC
       MOVE WS-RECORD-NUM TO REJ-RECORD-NUM
       MOVE WS-REJ-REASON TO REJ-REASON
       MOVE WS-ENV-SERIAL TO REJ-SERIAL
       MOVE WS-ENV-ORIGIN TO REJ-ORIGIN
       MOVE WS-ENV-DEST TO REJ-DEST
       MOVE WS-ENV-FILED TO REJ-FILED
       MOVE WS-ENV-PRIORITY TO REJ-PRIORITY
       MOVE WS-MESSAGE TO REJ-TEXT
       IF ENV-IS-REPEAT
           MOVE "R" TO REJ-REPEAT
           MOVE WS-ENV-ORIG-DATE TO REJ-ORIG-DATE
       END-IF
       MOVE WS-ENV-TRAIL TO REJ-TRAIL
       MOVE WS-ENV-CLASS TO REJ-CLASS
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       MOVE WS-RUN-DATE TO REJ-DATE
       WRITE REJECT-REC
       MOVE REJECT-REC TO REJECT-HIST-REC
       WRITE REJECT-HIST-REC
       ADD 1 TO WS-REJECT-COUNT
       DISPLAY "NOTE: message ending at record " WS-RECORD-NUM
           " rejected to MSGREJ, reason " WS-REJ-REASON "."
   END-IF.

   EXIT.

                       MOVE RJI-DEST TO WS-ENV-DEST
                       MOVE RJI-FILED TO WS-ENV-FILED
                       MOVE RJI-PRIORITY TO WS-ENV-PRIORITY
                       IF RJI-REPEAT = "R"
                           MOVE "Y" TO WS-ENV-REPEAT
                           MOVE RJI-ORIG-DATE TO WS-ENV-ORIG-DATE
                       END-IF
                       MOVE RJI-TRAIL TO WS-ENV-TRAIL
                       MOVE RJI-CLASS TO WS-ENV-CLASS
                       IF RJI-BOOK NOT = SPACES
                           PERFORM RELOAD-REJECTED-BOOK
                       END-IF
                   END-IF
                   MOVE RJI-TEXT TO WS-MESSAGE
                   MOVE FUNCTION LENGTH(
                       TO WS-MESSAGE-LEN
                   MOVE 1 TO WS-SEGMENT-COUNT
                   ADD 1 TO WS-RUN-RECORDS-READ
                   IF ENV-IS-BOOK
                       PERFORM PROCESS-BOOK-MESSAGE
                   ELSE
                       PERFORM PROCESS-BATCH-MESSAGE
                   END-IF
                   PERFORM CLEAR-ENVELOPE
           END-READ
       END-PERFORM
   MOVE HDR-DEST TO WS-ENV-DEST.
   MOVE HDR-FILED TO WS-ENV-FILED.
   MOVE HDR-PRIORITY TO WS-ENV-PRIORITY.
   MOVE SPACES TO WS-ENV-TRAIL.
   IF HDR-CLASS = "N" OR HDR-CLASS = "C" OR HDR-CLASS = SPACE
       MOVE HDR-CLASS TO WS-ENV-CLASS
   ELSE
       MOVE SPACE TO WS-ENV-CLASS
       DISPLAY "WARNING: envelope card at record " WS-RECORD-NUM
           " has traffic class '" HDR-CLASS "' in column 73 - "
           "not N or C, sent as text."
   END-IF.
*> A retransmission card without a usable original date is still
*> sent, but as fresh traffic under the duplicate check - better a
*> DUPSN reject than a serial claimed twice unseen.
   IF HDR-REPEAT = "R"
       IF HDR-ORIG-DATE IS NUMERIC
           MOVE "Y" TO WS-ENV-REPEAT
           MOVE HDR-ORIG-DATE TO WS-ENV-ORIG-DATE
       ELSE
           DISPLAY "WARNING: retransmission card at record "
               WS-RECORD-NUM " has no original date in columns "
               "64-71 - sent as new traffic."
       END-IF
   END-IF.

   EXIT.

   MOVE SPACES TO WS-ENV-DEST.
   MOVE SPACES TO WS-ENV-FILED.
   MOVE SPACES TO WS-ENV-PRIORITY.
   MOVE "N" TO WS-ENV-REPEAT.
   MOVE SPACES TO WS-ENV-ORIG-DATE.
   MOVE SPACES TO WS-ENV-TRAIL.
   MOVE SPACES TO WS-ENV-BOOK.
   MOVE 0 TO WS-BOOK-COUNT.
   MOVE SPACES TO BOOK-TABLE.
   MOVE SPACE TO WS-ENV-CLASS.

   EXIT.

CAPTURE-RELAY-TRAIL.
*> A "$$R" card rides directly behind the "$$H" card of a message
*> RDECODE re-enveloped for relay and names the stations it has
*> passed through. It belongs to that envelope, so a stray one with
*> no envelope ahead of it is reported and ignored.
   IF ENVELOPE-PRESENT
       MOVE WS-TEXT(5:40) TO WS-ENV-TRAIL
   ELSE
       DISPLAY "WARNING: relay trail card at record " WS-RECORD-NUM
           " has no envelope card ahead of it - ignored."
   END-IF.

   EXIT.

CAPTURE-BOOK-CARD.
*> Adds a "$$B" card's addressees to BOOK-TABLE. Like the relay
*> trail card it belongs to the envelope ahead of it; a stray one
*> is reported and ignored. An addressee with no serial is kept;
*> PROCESS-BOOK-MESSAGE draws one for it.
   IF NOT ENVELOPE-PRESENT
       DISPLAY "WARNING: book card at record " WS-RECORD-NUM
           " has no envelope card ahead of it - ignored."
   ELSE
       IF NOT ENV-IS-BOOK
           MOVE WS-ENV-SERIAL TO WS-ENV-BOOK
           MOVE "N" TO WS-BOOK-FULL-NOTED
       END-IF
       PERFORM VARYING WS-BOOK-C FROM 1 BY 1 UNTIL WS-BOOK-C > 6
           IF BKC-DEST(WS-BOOK-C) NOT = SPACES
               IF WS-BOOK-COUNT < 12
                   ADD 1 TO WS-BOOK-COUNT
                   MOVE BKC-DEST(WS-BOOK-C) TO BK-DEST(WS-BOOK-COUNT)
                   MOVE BKC-SERIAL(WS-BOOK-C)
                       TO BK-SERIAL(WS-BOOK-COUNT)
                   MOVE SPACES TO BK-RESULT(WS-BOOK-COUNT)
               ELSE
                   IF WS-BOOK-FULL-NOTED = "N"
                       DISPLAY "WARNING: book " WS-ENV-BOOK " names "
                           "more than 12 addressees - those past the "
                           "12th at record " WS-RECORD-NUM
                           " are not sent."
                       MOVE "Y" TO WS-BOOK-FULL-NOTED
                   END-IF
               END-IF
           END-IF
       END-PERFORM
   END-IF.

   EXIT.

PROCESS-BOOK-MESSAGE.
*> Expands a book into one copy per addressee not yet sent. Each
*> copy goes through PROCESS-BATCH-MESSAGE as a message in its own
*> right - its own serial checked and registered, its own MSGOUT
*> pair, archive record and net queue - with the book number riding
*> along. A copy whose serial the clerk left blank draws the next
*> free one from the register; a keyed serial stands. If any copy
*> fails, the book writes one MSGREJ record listing every addressee
*> and how it fared - drawn serials included, so a REJECTS rerun
*> sends the copy under the serial it was first given.
   MOVE WS-ENV-DEST TO WS-ENV-BOOK-DEST.
   MOVE 0 TO WS-BOOK-REJECTS.
   PERFORM VARYING WS-BOOK-I FROM 1 BY 1
           UNTIL WS-BOOK-I > WS-BOOK-COUNT
       IF NOT BK-COPY-SENT(WS-BOOK-I)
           MOVE BK-DEST(WS-BOOK-I) TO WS-ENV-DEST
           MOVE BK-SERIAL(WS-BOOK-I) TO WS-ENV-SERIAL
           MOVE SPACES TO BK-RESULT(WS-BOOK-I)
           IF WS-ENV-SERIAL = SPACES
               PERFORM DRAW-BOOK-SERIAL
           END-IF
           IF WS-ENV-SERIAL = SPACES
               ADD 1 TO WS-RUN-MSG-COUNT
               MOVE "NOSER" TO WS-REJ-REASON
               MOVE WS-REJ-REASON TO BK-RESULT(WS-BOOK-I)
               ADD 1 TO WS-BOOK-REJECTS
               DISPLAY "NOTE: book " WS-ENV-BOOK " copy to "
                   WS-ENV-DEST " has no serial and none is left to "
                   "draw for the day - rejected, reason "
                   WS-REJ-REASON "."
           ELSE
               PERFORM PROCESS-BATCH-MESSAGE
               IF BK-RESULT(WS-BOOK-I) = SPACES
                   MOVE "SENT" TO BK-RESULT(WS-BOOK-I)
               END-IF
           END-IF
           IF WS-RUN-BOOK-COUNT < 200
               ADD 1 TO WS-RUN-BOOK-COUNT
               MOVE WS-ENV-BOOK TO RB-BOOK(WS-RUN-BOOK-COUNT)
               MOVE BK-DEST(WS-BOOK-I) TO RB-DEST(WS-RUN-BOOK-COUNT)
               MOVE BK-SERIAL(WS-BOOK-I)
                   TO RB-SERIAL(WS-RUN-BOOK-COUNT)
               MOVE BK-RESULT(WS-BOOK-I)
                   TO RB-RESULT(WS-RUN-BOOK-COUNT)
           END-IF
       END-IF
   END-PERFORM.
   MOVE WS-ENV-BOOK TO WS-ENV-SERIAL.
   MOVE WS-ENV-BOOK-DEST TO WS-ENV-DEST.
   IF WS-BOOK-REJECTS > 0
       PERFORM WRITE-BOOK-REJECT-RECORD
   END-IF.

   EXIT.

DRAW-BOOK-SERIAL.
*> The next serial after the highest numeric one the day's register
*> holds, passing over any the clerk keyed on this book for another
*> addressee, the book number itself, and every serial keyed anywhere
*> else in the run (RUN-RESERVED-TABLE) - none of which need be
*> registered yet, the urgent pass running ahead of routine traffic
*> keyed earlier in the deck. Drawn from the top, the copies follow
*> on from the clerk's numbering and leave no gap in it for SERRPT to
*> flag. The copy registers the serial through REGISTER-SERIAL like
*> any other; the draw leaves WS-ENV-SERIAL blank once 9999 is
*> reached.
   MOVE 0 TO WS-BOOK-DRAW.
   PERFORM VARYING SR-IDX FROM 1 BY 1
           UNTIL SR-IDX > WS-REG-COUNT
       IF SR-DATE(SR-IDX) = WS-REG-DATE
               AND SR-SERIAL(SR-IDX) IS NUMERIC
           IF FUNCTION NUMVAL(SR-SERIAL(SR-IDX)) > WS-BOOK-DRAW
               MOVE FUNCTION NUMVAL(SR-SERIAL(SR-IDX))
                   TO WS-BOOK-DRAW
           END-IF
       END-IF
   END-PERFORM.
   MOVE "Y" TO WS-BOOK-DRAW-CLASH.
   PERFORM UNTIL WS-BOOK-DRAW-CLASH = "N" OR WS-BOOK-DRAW > 9999
       ADD 1 TO WS-BOOK-DRAW
       MOVE "N" TO WS-BOOK-DRAW-CLASH
       IF WS-BOOK-DRAW <= 9999
           MOVE WS-BOOK-DRAW(2:4) TO WS-ENV-SERIAL
           IF WS-ENV-SERIAL = WS-ENV-BOOK
               MOVE "Y" TO WS-BOOK-DRAW-CLASH
           END-IF
           PERFORM VARYING WS-BOOK-C FROM 1 BY 1
                   UNTIL WS-BOOK-C > WS-BOOK-COUNT
               IF BK-SERIAL(WS-BOOK-C) = WS-ENV-SERIAL
                   MOVE "Y" TO WS-BOOK-DRAW-CLASH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RSV-I FROM 1 BY 1
                   UNTIL WS-RSV-I > WS-RSV-COUNT
               IF RSV-SERIAL(WS-RSV-I) = WS-ENV-SERIAL
                   MOVE "Y" TO WS-BOOK-DRAW-CLASH
               END-IF
           END-PERFORM
       END-IF
   END-PERFORM.
   IF WS-BOOK-DRAW > 9999
       MOVE SPACES TO WS-ENV-SERIAL
   ELSE
       MOVE WS-ENV-SERIAL TO BK-SERIAL(WS-BOOK-I)
       DISPLAY "NOTE: book " WS-ENV-BOOK " copy to " WS-ENV-DEST
           " drawn serial " WS-ENV-SERIAL "."
   END-IF.

   EXIT.

RESERVE-RUN-SERIALS.
*> Reads the run's input once before any message is processed and
*> holds back every serial keyed on it - each "$$H" serial (a book's
*> included, being its book number) and each "$$B" addressee's - for
*> DRAW-BOOK-SERIAL to pass over. A retransmission's serial is its
*> original day's and a relayed message's is its originating
*> station's, so neither is held back.
   MOVE 0 TO WS-RSV-COUNT.
   MOVE "N" TO WS-RSV-FULL.
   IF WS-RESTART-FLAG = "REJECTS"
       PERFORM RESERVE-REJIN-SERIALS
   ELSE
       PERFORM RESERVE-MSGIN-SERIALS
   END-IF.

   EXIT.

RESERVE-MSGIN-SERIALS.
*> A "$$R" card rides directly behind its "$$H" card, so the serial
*> that card just held back is let go again.
   MOVE "N" TO WS-MSG-IN-EOF.
   MOVE "N" TO WS-RSV-HDR-TAKEN.
   OPEN INPUT MSG-IN-FILE.
   PERFORM UNTIL MSG-IN-AT-EOF
       READ MSG-IN-FILE INTO WS-TEXT
           AT END
               SET MSG-IN-AT-EOF TO TRUE
           NOT AT END
               IF HDR-MARK = "$$H"
                   MOVE "N" TO WS-RSV-HDR-TAKEN
                   IF HDR-SERIAL NOT = SPACES
                           AND (HDR-REPEAT NOT = "R"
                               OR HDR-ORIG-DATE IS NOT NUMERIC)
                       MOVE WS-RSV-COUNT TO WS-RSV-I
                       MOVE HDR-SERIAL TO WS-RSV-SERIAL
                       PERFORM RESERVE-SERIAL
                       IF WS-RSV-COUNT > WS-RSV-I
                           MOVE "Y" TO WS-RSV-HDR-TAKEN
                       END-IF
                   END-IF
               ELSE
               IF HDR-MARK = "$$R"
                   IF WS-RSV-HDR-TAKEN = "Y"
                       SUBTRACT 1 FROM WS-RSV-COUNT
                   END-IF
                   MOVE "N" TO WS-RSV-HDR-TAKEN
               ELSE
                   MOVE "N" TO WS-RSV-HDR-TAKEN
                   IF HDR-MARK = "$$B"
                       PERFORM VARYING WS-BOOK-C FROM 1 BY 1
                               UNTIL WS-BOOK-C > 6
                           IF BKC-DEST(WS-BOOK-C) NOT = SPACES
                                   AND BKC-SERIAL(WS-BOOK-C)
                                       NOT = SPACES
                               MOVE BKC-SERIAL(WS-BOOK-C)
                                   TO WS-RSV-SERIAL
                               PERFORM RESERVE-SERIAL
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               END-IF
       END-READ
   END-PERFORM.
   CLOSE MSG-IN-FILE.

   EXIT.

RESERVE-REJIN-SERIALS.
*> A MSGREJIN that will not open is reported by REPROCESS-REJECTS;
*> here it simply holds nothing back.
   OPEN INPUT REJECT-IN-FILE.
   IF WS-REJIN-STATUS = "00"
       MOVE "N" TO WS-REJIN-EOF
       PERFORM UNTIL REJECT-IN-AT-EOF
           READ REJECT-IN-FILE
               AT END
                   SET REJECT-IN-AT-EOF TO TRUE
               NOT AT END
                   IF RJI-SERIAL NOT = SPACES AND RJI-REPEAT NOT = "R"
                           AND RJI-TRAIL = SPACES
                       MOVE RJI-SERIAL TO WS-RSV-SERIAL
                       PERFORM RESERVE-SERIAL
                   END-IF
                   PERFORM VARYING WS-BOOK-C FROM 1 BY 1
                           UNTIL WS-BOOK-C > 12
                       IF RJI-BK-DEST(WS-BOOK-C) NOT = SPACES
                               AND RJI-BK-SERIAL(WS-BOOK-C) NOT = SPACES
                           MOVE RJI-BK-SERIAL(WS-BOOK-C)
                               TO WS-RSV-SERIAL
                           PERFORM RESERVE-SERIAL
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM
       CLOSE REJECT-IN-FILE
   END-IF.

   EXIT.

RESERVE-SERIAL.
   IF WS-RSV-COUNT < 2000
       ADD 1 TO WS-RSV-COUNT
       MOVE WS-RSV-SERIAL TO RSV-SERIAL(WS-RSV-COUNT)
   ELSE
       IF WS-RSV-FULL = "N"
           DISPLAY "WARNING: more than 2000 serials keyed in the run "
               "- book copies may draw a serial keyed past that "
               "point."
           MOVE "Y" TO WS-RSV-FULL
       END-IF
   END-IF.

   EXIT.

WRITE-BOOK-REJECT-RECORD.
*> The book's envelope and text as MSGIN gave them, under the book
*> number, with the reason of the last copy that failed and the
*> full addressee list behind it.
   MOVE SPACES TO REJECT-REC.
   MOVE WS-RECORD-NUM TO REJ-RECORD-NUM.
   MOVE WS-REJ-REASON TO REJ-REASON.
   MOVE WS-ENV-SERIAL TO REJ-SERIAL.
   MOVE WS-ENV-ORIGIN TO REJ-ORIGIN.
   MOVE WS-ENV-DEST TO REJ-DEST.
   MOVE WS-ENV-FILED TO REJ-FILED.
   MOVE WS-ENV-PRIORITY TO REJ-PRIORITY.
   MOVE WS-MESSAGE TO REJ-TEXT.
   MOVE WS-ENV-TRAIL TO REJ-TRAIL.
   MOVE WS-ENV-BOOK TO REJ-BOOK.
   MOVE WS-ENV-CLASS TO REJ-CLASS.
   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
   MOVE WS-RUN-DATE TO REJ-DATE.
   PERFORM VARYING WS-BOOK-I FROM 1 BY 1
           UNTIL WS-BOOK-I > WS-BOOK-COUNT
       MOVE BK-DEST(WS-BOOK-I) TO REJ-BK-DEST(WS-BOOK-I)
       MOVE BK-SERIAL(WS-BOOK-I) TO REJ-BK-SERIAL(WS-BOOK-I)
       MOVE BK-RESULT(WS-BOOK-I) TO REJ-BK-RESULT(WS-BOOK-I)
   END-PERFORM.
   WRITE REJECT-REC.
   MOVE REJECT-REC TO REJECT-HIST-REC.
   WRITE REJECT-HIST-REC.
   ADD 1 TO WS-REJECT-COUNT.
   DISPLAY "NOTE: book " WS-ENV-BOOK " ending at record "
       WS-RECORD-NUM " rejected to MSGREJ - " WS-BOOK-REJECTS
       " of " WS-BOOK-COUNT " cop(y/ies) not sent.".

   EXIT.

RELOAD-REJECTED-BOOK.
*> Rebuilds BOOK-TABLE from a MSGREJIN book record. Copies marked
*> SENT stay marked and are passed over; the rest are tried again.
   MOVE RJI-BOOK TO WS-ENV-BOOK.
   MOVE 0 TO WS-BOOK-COUNT.
   PERFORM VARYING WS-BOOK-C FROM 1 BY 1 UNTIL WS-BOOK-C > 12
       IF RJI-BK-DEST(WS-BOOK-C) NOT = SPACES
           ADD 1 TO WS-BOOK-COUNT
           MOVE RJI-BK-DEST(WS-BOOK-C) TO BK-DEST(WS-BOOK-COUNT)
           MOVE RJI-BK-SERIAL(WS-BOOK-C) TO BK-SERIAL(WS-BOOK-COUNT)
           IF RJI-BK-RESULT(WS-BOOK-C) = "SENT"
               MOVE "SENT" TO BK-RESULT(WS-BOOK-COUNT)
           ELSE
               MOVE SPACES TO BK-RESULT(WS-BOOK-COUNT)
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

*> way.
   PERFORM COUNT-MESSAGE-WORDS.
   IF ENVELOPE-PRESENT
       PERFORM BUILD-ENVELOPE-LINE
       MOVE SPACES TO MSG-OUT-REC
       MOVE WS-ENV-LINE TO MSG-OUT-REC
       WRITE MSG-OUT-REC
   ELSE
       MOVE SPACES TO MSG-OUT-REC

   EXIT.

BUILD-ENVELOPE-LINE.
*> The one "$$H" line MSGOUT and the net queue both carry, fixed
*> columns up to the check count. A retransmission adds an
*> "RPT <original date>" tail so the far station files it against
*> the copy it may already hold rather than as new traffic, a copy
*> of a book a "BK <book number>" tail, and relayed traffic a
*> "VIA <trail>" tail naming the relay stations. Numeric code
*> traffic is tagged GRP behind the check count, or CUT when its
*> digits go as cut numbers, so the far station decodes it as such.
   MOVE SPACES TO WS-ENV-LINE.
   MOVE 1 TO WS-ENV-LINE-PTR.
   STRING "$$H " DELIMITED BY SIZE
       WS-ENV-SERIAL DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-ENV-ORIGIN DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-ENV-DEST DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-ENV-FILED DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-ENV-PRIORITY DELIMITED BY SIZE
       " CK " DELIMITED BY SIZE
       WS-CHECK-COUNT DELIMITED BY SIZE
       INTO WS-ENV-LINE
       WITH POINTER WS-ENV-LINE-PTR
   END-STRING.
   IF ENV-IS-CUT
       STRING " CUT" DELIMITED BY SIZE
           INTO WS-ENV-LINE
           WITH POINTER WS-ENV-LINE-PTR
       END-STRING
   ELSE
       IF ENV-IS-NUMERIC
           STRING " GRP" DELIMITED BY SIZE
               INTO WS-ENV-LINE
               WITH POINTER WS-ENV-LINE-PTR
           END-STRING
       END-IF
   END-IF.
   IF ENV-IS-REPEAT
       STRING " RPT " DELIMITED BY SIZE
           WS-ENV-ORIG-DATE DELIMITED BY SIZE
           INTO WS-ENV-LINE
           WITH POINTER WS-ENV-LINE-PTR
       END-STRING
   END-IF.
   IF WS-ENV-BOOK NOT = SPACES
       STRING " BK " DELIMITED BY SIZE
           WS-ENV-BOOK DELIMITED BY SIZE
           INTO WS-ENV-LINE
           WITH POINTER WS-ENV-LINE-PTR
       END-STRING
   END-IF.
   IF NOT ENV-NOT-RELAYED
       STRING " VIA " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENV-TRAIL) DELIMITED BY SIZE
           INTO WS-ENV-LINE
           WITH POINTER WS-ENV-LINE-PTR
       END-STRING
   END-IF.

   EXIT.

COUNT-MESSAGE-WORDS.
*> A word is a maximal run of non-space bytes in WS-MESSAGE - the
*> same boundaries FIND-MORSE turns into "|" groups, so the count
*> filed here equals the word count a correct decode recovers.
   MOVE 0 TO WS-CHECK-COUNT.
   MOVE "N" TO WS-IN-WORD.
   EXIT.

LOAD-ROUTE-FILE.
*> Builds ROUTE-TABLE and registers every net the routing names.
*> With a station master on file the routing is its stations and
*> their nets - a closed station is worked on no net any more; only
*> without one is NETRTE read. A missing NETRTE is not an error -
*> the station may simply not run scheduled nets - it just means
*> every message queues as UNROUTED.
   MOVE 0 TO WS-ROUTE-COUNT.
   MOVE 1 TO WS-NET-COUNT.
   MOVE "UNROUTED" TO NT-NET(1).
   MOVE 0 TO NT-MSG-COUNT(1).
   MOVE 0 TO NT-UNITS(1).
   MOVE SPACES TO NT-WIN-START(1).
   MOVE 0 TO NT-WIN-LEN(1).
   MOVE 0 TO NT-WPM(1).
   MOVE "N" TO NT-WIN-CLASH(1).
   PERFORM LOAD-STATION-MASTER.
   IF STATION-MASTER-ON-FILE
       PERFORM ROUTE-FROM-STATION-MASTER
   ELSE
       PERFORM ROUTE-FROM-NETRTE
   END-IF.

   EXIT.

ROUTE-FROM-STATION-MASTER.
   PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > WS-SM-COUNT
       IF SM-NET(SM-IDX) NOT = SPACES AND NOT SM-IS-CLOSED(SM-IDX)
           ADD 1 TO WS-ROUTE-COUNT
           MOVE SM-CALLSIGN(SM-IDX) TO RT-DEST(WS-ROUTE-COUNT)
           MOVE SM-NET(SM-IDX) TO RT-NET(WS-ROUTE-COUNT)
           MOVE SM-WIN-START(SM-IDX) TO RT-WIN-START(WS-ROUTE-COUNT)
           MOVE SM-WIN-LEN(SM-IDX) TO RT-WIN-LEN(WS-ROUTE-COUNT)
           MOVE SM-WPM(SM-IDX) TO RT-WPM(WS-ROUTE-COUNT)
           PERFORM REGISTER-ROUTE-NET
       END-IF
   END-PERFORM.

   EXIT.

ROUTE-FROM-NETRTE.
   MOVE "N" TO WS-RTE-EOF.
   OPEN INPUT ROUTE-FILE.
   IF WS-RTE-STATUS = "35"
                       ADD 1 TO WS-ROUTE-COUNT
                       MOVE RTE-DEST TO RT-DEST(WS-ROUTE-COUNT)
                       MOVE RTE-NET TO RT-NET(WS-ROUTE-COUNT)
                       PERFORM STORE-NETRTE-WINDOW
                       PERFORM REGISTER-ROUTE-NET
                   ELSE
                       DISPLAY "WARNING: NETRTE has more than 200 "

   EXIT.

STORE-NETRTE-WINDOW.
*> A window start that is not HHMM, or a length or speed that is
*> not a number, is taken as not given.
   MOVE SPACES TO RT-WIN-START(WS-ROUTE-COUNT).
   MOVE 0 TO RT-WIN-LEN(WS-ROUTE-COUNT).
   MOVE 0 TO RT-WPM(WS-ROUTE-COUNT).
   IF RTE-WIN-START IS NUMERIC
           AND RTE-WIN-START(1:2) <= "23"
           AND RTE-WIN-START(3:2) <= "59"
       MOVE RTE-WIN-START TO RT-WIN-START(WS-ROUTE-COUNT)
   END-IF.
   IF RTE-WIN-LEN NOT = SPACES
           AND FUNCTION TEST-NUMVAL(RTE-WIN-LEN) = 0
       COMPUTE RT-WIN-LEN(WS-ROUTE-COUNT) = FUNCTION NUMVAL(RTE-WIN-LEN)
   END-IF.
   IF RTE-WPM NOT = SPACES
           AND FUNCTION TEST-NUMVAL(RTE-WPM) = 0
       COMPUTE RT-WPM(WS-ROUTE-COUNT) = FUNCTION NUMVAL(RTE-WPM)
   END-IF.

   EXIT.

REGISTER-ROUTE-NET.
*> Each distinct net named on NETRTE gets one NET-TABLE slot. The
*> table holds 8 nets behind the fixed UNROUTED slot - a 9th
*> distinct net has its destinations demoted to UNROUTED rather
*> than indexing past the end of NET-ENTRY. The net takes its
*> window and speed from the first of its stations that has them.
   MOVE 0 TO WS-NET-SLOT.
   PERFORM VARYING NET-IDX FROM 1 BY 1
           UNTIL NET-IDX > WS-NET-COUNT
           MOVE RT-NET(WS-ROUTE-COUNT) TO NT-NET(WS-NET-COUNT)
           MOVE 0 TO NT-MSG-COUNT(WS-NET-COUNT)
           MOVE 0 TO NT-UNITS(WS-NET-COUNT)
           MOVE SPACES TO NT-WIN-START(WS-NET-COUNT)
           MOVE 0 TO NT-WIN-LEN(WS-NET-COUNT)
           MOVE 0 TO NT-WPM(WS-NET-COUNT)
           MOVE "N" TO NT-WIN-CLASH(WS-NET-COUNT)
           MOVE WS-NET-COUNT TO WS-NET-SLOT
       ELSE
           DISPLAY "WARNING: more than 8 nets on NETRTE - net "
               RT-NET(WS-ROUTE-COUNT) " traffic will queue as "
           MOVE "UNROUTED" TO RT-NET(WS-ROUTE-COUNT)
       END-IF
   END-IF.
   IF WS-NET-SLOT > 1
       IF RT-WIN-START(WS-ROUTE-COUNT) NOT = SPACES
               AND RT-WIN-LEN(WS-ROUTE-COUNT) > 0
           IF NT-WIN-START(WS-NET-SLOT) = SPACES
               MOVE RT-WIN-START(WS-ROUTE-COUNT)
                   TO NT-WIN-START(WS-NET-SLOT)
               MOVE RT-WIN-LEN(WS-ROUTE-COUNT)
                   TO NT-WIN-LEN(WS-NET-SLOT)
           ELSE
               IF RT-WIN-START(WS-ROUTE-COUNT)
                       NOT = NT-WIN-START(WS-NET-SLOT)
                   OR RT-WIN-LEN(WS-ROUTE-COUNT)
                       NOT = NT-WIN-LEN(WS-NET-SLOT)
                   MOVE "Y" TO NT-WIN-CLASH(WS-NET-SLOT)
               END-IF
           END-IF
       END-IF
       IF NT-WPM(WS-NET-SLOT) = 0
           MOVE RT-WPM(WS-ROUTE-COUNT) TO NT-WPM(WS-NET-SLOT)
       END-IF
   END-IF.

   EXIT.

WRITE-XMITQ-RECORDS.
*> Same two-record (envelope line plus Morse) or $$C-plus-Morse
*> shape as WRITE-MSG-OUT-RECORDS, which has already computed
*> WS-CHECK-COUNT and built WS-ENV-LINE for this message.
   IF ENVELOPE-PRESENT
       MOVE SPACES TO XMIT-QUEUE-REC
       MOVE WS-ENV-LINE TO XMIT-QUEUE-REC
       WRITE XMIT-QUEUE-REC
   ELSE
       MOVE SPACES TO XMIT-QUEUE-REC
                           MOVE SRG-DATE TO SR-DATE(WS-REG-COUNT)
                           MOVE SRG-SERIAL
                               TO SR-SERIAL(WS-REG-COUNT)
                           MOVE SRG-STATUS
                               TO SR-STATUS(WS-REG-COUNT)
                           IF SRG-EVENT-DATE IS NUMERIC
                                   AND SRG-EVENT-TIME IS NUMERIC
                               MOVE SRG-EVENT-DATE
                                   TO SR-EVENT-DATE(WS-REG-COUNT)
                               MOVE SRG-EVENT-TIME
                                   TO SR-EVENT-TIME(WS-REG-COUNT)
                           ELSE
                               MOVE 0 TO SR-EVENT-DATE(WS-REG-COUNT)
                               MOVE 0 TO SR-EVENT-TIME(WS-REG-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       ADD 1 TO WS-REG-COUNT
       MOVE WS-REG-DATE TO SR-DATE(WS-REG-COUNT)
       MOVE WS-ENV-SERIAL TO SR-SERIAL(WS-REG-COUNT)
       MOVE "T" TO SR-STATUS(WS-REG-COUNT)
       MOVE 0 TO SR-EVENT-DATE(WS-REG-COUNT)
       MOVE 0 TO SR-EVENT-TIME(WS-REG-COUNT)
   ELSE
       DISPLAY "WARNING: serial register table is full - serial "
           WS-ENV-SERIAL " not registered."
       MOVE SPACES TO SERIAL-REG-REC
       MOVE SR-DATE(SR-IDX) TO SRG-DATE
       MOVE SR-SERIAL(SR-IDX) TO SRG-SERIAL
       MOVE SR-STATUS(SR-IDX) TO SRG-STATUS
       MOVE SR-EVENT-DATE(SR-IDX) TO SRG-EVENT-DATE
       MOVE SR-EVENT-TIME(SR-IDX) TO SRG-EVENT-TIME
       WRITE SERIAL-REG-REC
   END-PERFORM.
   CLOSE SERIAL-REG-FILE.
*> with unused stretches flagged as gaps so a skipped number is
*> visible tonight instead of when the correspondent queries it.
*> Non-numeric serials are listed but sit outside the gap check.
*> A serial the far station has confirmed, or one withdrawn, says
*> so on its line.
   MOVE 0 TO WS-SER-NUM-COUNT.
   PERFORM VARYING SR-IDX FROM 1 BY 1
           UNTIL SR-IDX > WS-REG-COUNT
           ADD 1 TO WS-SER-NUM-COUNT
           MOVE FUNCTION NUMVAL(SR-SERIAL(SR-IDX))
               TO WS-SER-NUM(WS-SER-NUM-COUNT)
           MOVE SR-STATUS(SR-IDX) TO WS-SER-STAT(WS-SER-NUM-COUNT)
       END-IF
   END-PERFORM.

               MOVE WS-SER-NUM(WS-SER-I) TO WS-SER-SWAP
               MOVE WS-SER-NUM(WS-SER-J) TO WS-SER-NUM(WS-SER-I)
               MOVE WS-SER-SWAP TO WS-SER-NUM(WS-SER-J)
               MOVE WS-SER-STAT(WS-SER-I) TO WS-SER-STAT-SWAP
               MOVE WS-SER-STAT(WS-SER-J) TO WS-SER-STAT(WS-SER-I)
               MOVE WS-SER-STAT-SWAP TO WS-SER-STAT(WS-SER-J)
           END-IF
       END-PERFORM
   END-PERFORM.
               WRITE SERIAL-RPT-REC
           END-IF
       END-IF
       MOVE WS-SER-STAT(WS-SER-I) TO WS-SER-STAT-SWAP
       PERFORM SET-SERIAL-STATUS-NOTE
       MOVE SPACES TO SERIAL-RPT-REC
       STRING "  USED " DELIMITED BY SIZE
           WS-SER-NUM(WS-SER-I) DELIMITED BY SIZE
           WS-SER-NOTE DELIMITED BY SIZE
           INTO SERIAL-RPT-REC
       END-STRING
       WRITE SERIAL-RPT-REC
           UNTIL SR-IDX > WS-REG-COUNT
       IF SR-DATE(SR-IDX) = WS-REG-DATE
               AND SR-SERIAL(SR-IDX) NOT NUMERIC
           MOVE SR-STATUS(SR-IDX) TO WS-SER-STAT-SWAP
           PERFORM SET-SERIAL-STATUS-NOTE
           MOVE SPACES TO SERIAL-RPT-REC
           STRING "  NON-NUMERIC SERIAL " DELIMITED BY SIZE
               SR-SERIAL(SR-IDX) DELIMITED BY SIZE
               WS-SER-NOTE DELIMITED BY SIZE
               INTO SERIAL-RPT-REC
           END-STRING
           WRITE SERIAL-RPT-REC

   EXIT.

SET-SERIAL-STATUS-NOTE.
*> The tail the register page prints after a used serial, off the
*> status byte left in WS-SER-STAT-SWAP.
   EVALUATE WS-SER-STAT-SWAP
       WHEN "C" MOVE " CONFIRMED" TO WS-SER-NOTE
       WHEN "X" MOVE " CANCELLED" TO WS-SER-NOTE
       WHEN OTHER MOVE SPACES TO WS-SER-NOTE
   END-EVALUATE.

   EXIT.

BALANCE-RUN.
*> End-of-day certification: after a day that may have included a
*> RESTART and a REJECTS rerun, re-derive the in-counts from MSGIN
       MOVE 0 TO WS-BAL-ARCH-COUNT
       MOVE 0 TO WS-BAL-SER-COUNT
       MOVE 0 TO WS-BAL-MISSING
       MOVE 0 TO WS-BAL-CAN-COUNT
       PERFORM BALANCE-COUNT-MSGIN
       PERFORM BALANCE-COUNT-MSGOUT
       PERFORM BALANCE-COUNT-MSGREJ
       PERFORM BALANCE-MARK-CANCELLED
       PERFORM BALANCE-MATCH-ARCHIVE
       PERFORM WRITE-BALANCE-REPORT
   END-IF.
               ADD 1 TO WS-RECORD-NUM
               IF HDR-MARK = "$$H"
                   PERFORM CAPTURE-ENVELOPE
               ELSE
               IF HDR-MARK = "$$R"
                   PERFORM CAPTURE-RELAY-TRAIL
               ELSE
               IF HDR-MARK = "$$B"
                   PERFORM CAPTURE-BOOK-CARD
               ELSE
                   PERFORM ASSEMBLE-BATCH-MESSAGE
                   IF ENV-IS-BOOK
                       PERFORM VARYING WS-BOOK-I FROM 1 BY 1
                               UNTIL WS-BOOK-I > WS-BOOK-COUNT
                           ADD 1 TO WS-BAL-IN-COUNT
                           MOVE BK-SERIAL(WS-BOOK-I) TO WS-ENV-SERIAL
                           PERFORM BALANCE-ADD-SERIAL
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-BAL-IN-COUNT
                       IF ENVELOPE-PRESENT
                           PERFORM BALANCE-ADD-SERIAL
                       END-IF
                   END-IF
                   PERFORM CLEAR-ENVELOPE
               END-IF
               END-IF
               END-IF
       END-READ
   END-PERFORM.
   CLOSE MSG-IN-FILE.

   EXIT.

BALANCE-ADD-SERIAL.
*> A book counts once per addressee, each copy under its own serial,
*> because that is how many messages BATCH makes of it.
   IF WS-ENV-SERIAL NOT = SPACES AND WS-BAL-SER-COUNT < 500
       ADD 1 TO WS-BAL-SER-COUNT
       MOVE WS-ENV-SERIAL TO BAL-SERIAL(WS-BAL-SER-COUNT)
       MOVE WS-RECORD-NUM TO BAL-RECORD-NUM(WS-BAL-SER-COUNT)
       MOVE "N" TO BAL-OUT-FLAG(WS-BAL-SER-COUNT)
       MOVE "N" TO BAL-REJ-FLAG(WS-BAL-SER-COUNT)
       MOVE "N" TO BAL-ARCH-FLAG(WS-BAL-SER-COUNT)
       MOVE "N" TO BAL-CAN-FLAG(WS-BAL-SER-COUNT)
   END-IF.

   EXIT.

BALANCE-COUNT-MSGOUT.
*> Every message on MSGOUT leads with exactly one marker line - a
*> "$$H" envelope or a legacy "$$C" check-count card - so counting
   EXIT.

BALANCE-COUNT-MSGREJ.
*> MSGREJ carries one whole message per record, except that a book
*> record stands for each of its copies that did not go - the
*> copies marked SENT are already counted on MSGOUT.
   MOVE "N" TO WS-REJ-EOF.
   OPEN INPUT REJECT-FILE.
   IF WS-REJ-STATUS NOT = "00"
               AT END
                   SET REJECT-AT-EOF TO TRUE
               NOT AT END
                   IF REJ-BOOK NOT = SPACES
                       PERFORM VARYING WS-BOOK-C FROM 1 BY 1
                               UNTIL WS-BOOK-C > 12
                           IF REJ-BK-DEST(WS-BOOK-C) NOT = SPACES
                                   AND REJ-BK-RESULT(WS-BOOK-C)
                                       NOT = "SENT"
                               ADD 1 TO WS-BAL-REJ-COUNT
                               MOVE REJ-BK-SERIAL(WS-BOOK-C)
                                   TO WS-BAL-SER-HOLD
                               PERFORM BALANCE-MARK-REJ
                           END-IF
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-BAL-REJ-COUNT
                       IF REJ-SERIAL NOT = SPACES
                           MOVE REJ-SERIAL TO WS-BAL-SER-HOLD
                           PERFORM BALANCE-MARK-REJ
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
   EXIT.

BALANCE-MARK-REJ.
*> Runs after the MSGOUT side is marked, so an entry already found
*> there is passed over - a DUPSN reject is the second of two
*> entries under one serial, and the first of them went out.
   PERFORM VARYING BAL-IDX FROM 1 BY 1
           UNTIL BAL-IDX > WS-BAL-SER-COUNT
       IF BAL-SERIAL(BAL-IDX) = WS-BAL-SER-HOLD
               AND BAL-REJ-FLAG(BAL-IDX) = "N"
               AND BAL-OUT-FLAG(BAL-IDX) = "N"
           MOVE "Y" TO BAL-REJ-FLAG(BAL-IDX)
           EXIT PERFORM
       END-IF

   EXIT.

BALANCE-MARK-CANCELLED.
*> A message the supervisor cancelled has been taken back off
*> MSGOUT, so it is found on neither output; SERIALRG marking its
*> serial cancelled for the balance date accounts for it instead.
   PERFORM LOAD-SERIAL-REGISTER.
   PERFORM VARYING BAL-IDX FROM 1 BY 1
           UNTIL BAL-IDX > WS-BAL-SER-COUNT
       IF BAL-OUT-FLAG(BAL-IDX) = "N"
               AND BAL-REJ-FLAG(BAL-IDX) = "N"
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > WS-REG-COUNT
               IF SR-SERIAL(SR-IDX) = BAL-SERIAL(BAL-IDX)
                       AND SR-DATE(SR-IDX) = WS-BAL-DATE
                       AND SR-IS-CANCELLED(SR-IDX)
                   MOVE "Y" TO BAL-CAN-FLAG(BAL-IDX)
                   ADD 1 TO WS-BAL-CAN-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
   END-PERFORM.

   EXIT.

BALANCE-MATCH-ARCHIVE.
*> Cross-check, not a balancing leg: a serial that made MSGOUT but
*> missed the day's TRAFARCH is flagged on the report, since the
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   IF ARC-DATE = WS-BAL-DATE AND ARC-DIR = "S"
                           AND NOT ARC-IS-CANCELLATION
                       ADD 1 TO WS-BAL-ARCH-COUNT
                       IF ARC-SERIAL NOT = SPACES
                           MOVE ARC-SERIAL TO WS-BAL-SER-HOLD
WRITE-BALANCE-REPORT.
   COMPUTE WS-BAL-OUT-PLUS-REJ =
       WS-BAL-OUT-COUNT + WS-BAL-REJ-COUNT.
   COMPUTE WS-BAL-ACCOUNTED =
       WS-BAL-OUT-PLUS-REJ + WS-BAL-CAN-COUNT.

   OPEN OUTPUT BALANCE-RPT-FILE.
   MOVE SPACES TO BALANCE-RPT-REC.
   END-STRING.
   WRITE BALANCE-RPT-REC.

   MOVE SPACES TO BALANCE-RPT-REC.
   STRING "CANCELLED BEFORE SENDING:  " DELIMITED BY SIZE
       WS-BAL-CAN-COUNT DELIMITED BY SIZE
       INTO BALANCE-RPT-REC
   END-STRING.
   WRITE BALANCE-RPT-REC.

   MOVE SPACES TO BALANCE-RPT-REC.
   STRING "TOTAL ACCOUNTED FOR:       " DELIMITED BY SIZE
       WS-BAL-ACCOUNTED DELIMITED BY SIZE
       INTO BALANCE-RPT-REC
   END-STRING.
   WRITE BALANCE-RPT-REC.

   MOVE SPACES TO BALANCE-RPT-REC.
   STRING "TRAFARCH SENT THIS DATE:   " DELIMITED BY SIZE
       WS-BAL-ARCH-COUNT DELIMITED BY SIZE
           UNTIL BAL-IDX > WS-BAL-SER-COUNT
       IF BAL-OUT-FLAG(BAL-IDX) = "N"
               AND BAL-REJ-FLAG(BAL-IDX) = "N"
               AND BAL-CAN-FLAG(BAL-IDX) = "N"
           ADD 1 TO WS-BAL-MISSING
           MOVE SPACES TO BALANCE-RPT-REC
           STRING "MISSING: MSG " DELIMITED BY SIZE
   END-PERFORM.

   MOVE SPACES TO BALANCE-RPT-REC.
   IF WS-BAL-IN-COUNT = WS-BAL-ACCOUNTED
           AND WS-BAL-MISSING = 0
       MOVE "RESULT: IN BALANCE" TO BALANCE-RPT-REC
   ELSE
   WRITE BALANCE-RPT-REC.
   CLOSE BALANCE-RPT-FILE.

   IF WS-BAL-IN-COUNT = WS-BAL-ACCOUNTED AND WS-BAL-MISSING = 0
       DISPLAY "Balance report written to BALRPT - day is in "
           "balance."
   ELSE
   MOVE 0 TO WS-DEMOD-SYMS.
   MOVE SPACES TO WS-DEMOD-LINE.
   MOVE 1 TO WS-DEMOD-PTR.
   MOVE SPACE TO WS-DEMOD-CLASS.
   MOVE SPACES TO WS-DEMOD-SER-TOK.
   MOVE 0 TO WS-DEMOD-WORD-CHARS.
   MOVE 0 TO WS-DEMOD-WORDS.
   MOVE 0 TO WS-DEMOD-BAD-WORDS.

   EXIT.

*> seeds the unit estimate from the header's WPM when it carries a
*> believable one; otherwise the run's WPM stands and the estimate
*> converges onto the sender's fist off the first marks heard.
*> A GRP or CUT token after the WPM marks a tape of numeric code
*> traffic.
   PERFORM DEMOD-END-MESSAGE.
   MOVE SPACES TO WS-DEMOD-TOKEN.
   MOVE SPACES TO WS-DEMOD-SER-TOK.
   MOVE SPACES TO WS-DEMOD-WPM-TAG.
   MOVE SPACES TO WS-DEMOD-WPM-TOK.
   MOVE SPACES TO WS-DEMOD-CLASS-TOK.
   UNSTRING TAPE-IN-REC DELIMITED BY ALL " "
       INTO WS-DEMOD-TOKEN WS-DEMOD-SER-TOK
           WS-DEMOD-WPM-TAG WS-DEMOD-WPM-TOK WS-DEMOD-CLASS-TOK.
*> A tape cut for headerless traffic carries a blank serial, and
*> splitting on runs of blanks then shifts every token left one
*> place - the WPM tag lands where the serial would be. Realign
*> before the tag check so the header's WPM is not lost.
   IF WS-DEMOD-SER-TOK = "WPM"
       MOVE WS-DEMOD-WPM-TOK TO WS-DEMOD-CLASS-TOK
       MOVE WS-DEMOD-WPM-TAG TO WS-DEMOD-WPM-TOK
       MOVE "WPM" TO WS-DEMOD-WPM-TAG
       MOVE SPACES TO WS-DEMOD-SER-TOK
   END-IF.
   IF WS-DEMOD-CLASS-TOK = "CUT"
       MOVE "C" TO WS-DEMOD-CLASS
   ELSE
       IF WS-DEMOD-CLASS-TOK = "GRP"
           MOVE "N" TO WS-DEMOD-CLASS
       END-IF
   END-IF.
   IF WS-DEMOD-WPM-TAG = "WPM"
           AND WS-DEMOD-WPM-TOK NOT = SPACES
   EXIT.

DEMOD-END-MESSAGE.
*> Numeric traffic goes out behind a "$$N" card so RDECODE reads
*> its groups as figures, and the group count and any group heard
*> as other than five characters are reported off the tape itself.
   PERFORM DEMOD-FLUSH-GROUP.
   PERFORM DEMOD-CLOSE-WORD.
   IF WS-DEMOD-PTR > 1
       IF DEMOD-IS-NUMERIC
           MOVE SPACES TO RCV-IN-REC
           IF WS-DEMOD-CLASS = "C"
               MOVE "$$N CUT" TO RCV-IN-REC
           ELSE
               MOVE "$$N GRP" TO RCV-IN-REC
           END-IF
           WRITE RCV-IN-REC
           DISPLAY "DEMOD: numeric message " WS-DEMOD-SER-TOK
               " - " WS-DEMOD-WORDS " group(s) heard, "
               WS-DEMOD-BAD-WORDS " not of five characters."
       END-IF
       MOVE SPACES TO RCV-IN-REC
       MOVE WS-DEMOD-LINE TO RCV-IN-REC
       WRITE RCV-IN-REC
               PERFORM DEMOD-FLUSH-GROUP
           ELSE
               PERFORM DEMOD-FLUSH-GROUP
               PERFORM DEMOD-CLOSE-WORD
               IF WS-DEMOD-PTR > 1
                       AND WS-DEMOD-PTR < 2990
                   STRING "| " DELIMITED BY SIZE
       END-IF
       MOVE SPACES TO WS-DEMOD-GROUP
       MOVE 0 TO WS-DEMOD-SYMS
       ADD 1 TO WS-DEMOD-WORD-CHARS
   END-IF.

   EXIT.

DEMOD-CLOSE-WORD.
*> A word gap (or the end of the message) closes the word in hand;
*> for numeric traffic each word is one group of five figures.
   IF WS-DEMOD-WORD-CHARS > 0
       ADD 1 TO WS-DEMOD-WORDS
       IF WS-DEMOD-WORD-CHARS NOT = 5
           ADD 1 TO WS-DEMOD-BAD-WORDS
       END-IF
   END-IF.
   MOVE 0 TO WS-DEMOD-WORD-CHARS.

   EXIT.

       ELSE
           OPEN OUTPUT RCV-OUT-FILE
           PERFORM OPEN-AUDIT-FILE
           MOVE 0 TO WS-SVC-COUNT
           MOVE 0 TO WS-RCPT-COUNT
           PERFORM LOAD-SERIAL-REGISTER
           PERFORM LOAD-RECEIPT-SENDS
           PERFORM OPEN-ARCHIVE-FILE
           MOVE 0 TO WS-RLY-COUNT
           MOVE 0 TO WS-RLY-HELD
           MOVE 0 TO WS-RCV-UNKNOWN-COUNT
           MOVE 0 TO WS-RPT-MERGED
           MOVE 0 TO WS-RPT-STILL
           MOVE 0 TO WS-RPT-UNMATCHED
           PERFORM LOAD-STATION-MASTER
           PERFORM LOAD-STATION-ID
           IF WS-STATION-CALL NOT = SPACES
               PERFORM LOAD-ROUTE-FILE
           END-IF
           PERFORM OPEN-RELAY-FILE
           PERFORM OPEN-SERVICE-FILE
           PERFORM CLEAR-RCV-ENVELOPE
           PERFORM UNTIL RCV-IN-AT-EOF
                       ELSE
                       IF WS-DECODE-IN(1:4) = "$$C "
                           PERFORM CAPTURE-RCV-CHECK-CARD
                       ELSE
                       IF WS-DECODE-IN(1:4) = "$$N "
                           PERFORM CAPTURE-RCV-CLASS-CARD
                       ELSE
                           PERFORM PARSE-TRANSCRIPT-CHECK-COUNT
                           IF NOT CHECK-COUNT-GIVEN
                               MOVE WS-RCV-EXPECTED-CK
                                   TO WS-EXPECTED-CK
                           END-IF
                           MOVE WS-RCV-CLASS TO WS-DECODE-CLASS
                           PERFORM DECODE-MORSE-TO-TEXT
                           MOVE SPACE TO WS-DECODE-CLASS
                           PERFORM REPORT-DECODE-EXCEPTIONS
                           PERFORM CHECK-DECODED-GROUPS
                           PERFORM REPORT-CHECK-COUNT
                           PERFORM SET-RCV-REPEAT-NEED
                           MOVE "N" TO WS-RPT-VALID
                           IF NOT RCV-IS-RELAY
                               PERFORM PARSE-REPETITION-TEXT
                           END-IF
                           IF RCV-IS-REPETITION
                               MOVE "N" TO WS-RCV-REPEAT-ASK
                           END-IF
                           IF RCV-IS-RELAY
                               PERFORM WRITE-DECODE-AUDIT-RECORD
                               PERFORM WRITE-RCV-ARCHIVE-RECORD
                               PERFORM QUEUE-RELAY-MESSAGE
                           ELSE
                               PERFORM WRITE-RCV-OUT-MESSAGE
                               PERFORM BUILD-ABBR-GLOSS
                               PERFORM WRITE-RCV-GLOSS
                               PERFORM WRITE-DECODE-AUDIT-RECORD
                               PERFORM SCAN-RECEIPT-CONFIRMATION
                               PERFORM WRITE-RCV-ARCHIVE-RECORD
                           END-IF
                           IF RCV-NEEDS-REPEAT
                               PERFORM WRITE-SERVICE-MESSAGE
                           END-IF
                           IF RCV-IS-REPETITION
                               PERFORM MERGE-REPETITION
                           END-IF
                           PERFORM CLEAR-RCV-ENVELOPE
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RCV-IN-FILE
           CLOSE ARCHIVE-FILE
           CLOSE ARCH-NDX-FILE
           CLOSE SERVICE-FILE
           CLOSE RELAY-FILE
           PERFORM WRITE-REPEAT-WAIT-REPORT
           DISPLAY "RDECODE complete: " WS-RCV-RECORD-NUM
               " transcript record(s) processed."
           IF WS-RPT-MERGED > 0 OR WS-RPT-STILL > 0
               DISPLAY "NOTE: " WS-RPT-MERGED " repetition(s) merged "
                   "into a clean corrected copy, " WS-RPT-STILL
                   " still garbled and asked for again."
           END-IF
           IF WS-RPT-UNMATCHED > 0
               DISPLAY "WARNING: " WS-RPT-UNMATCHED " repetition(s) "
                   "answered no request of ours still awaiting one."
           END-IF
           IF WS-WT-OPEN-COUNT > 0
               DISPLAY "NOTE: " WS-WT-OPEN-COUNT " repetition "
                   "request(s) still awaited - see SVCWAIT."
           END-IF
           IF WS-RLY-COUNT > 0
               DISPLAY "NOTE: " WS-RLY-COUNT " message(s) for "
                   "relay written to RLYMSG - append to MSGIN for "
                   "the next BATCH run."
           END-IF
           IF WS-RCV-UNKNOWN-COUNT > 0
               DISPLAY "WARNING: " WS-RCV-UNKNOWN-COUNT " transcript(s) "
                   "from origins not on the station master - marked "
                   "UNKNOWN ORIGIN on RCVDOUT."
           END-IF
           IF WS-RLY-HELD > 0
               DISPLAY "WARNING: " WS-RLY-HELD " relay message(s) "
                   "held back as garbled - not relayed until the "
                   "repetition arrives."
           END-IF
           IF WS-RCPT-COUNT > 0
               PERFORM SAVE-SERIAL-REGISTER
               DISPLAY "NOTE: " WS-RCPT-COUNT " sent serial(s) "
                   "confirmed by receipt - SERIALRG updated."
           END-IF
           IF WS-SVC-COUNT > 0
               DISPLAY "NOTE: " WS-SVC-COUNT " service message(s) "
                   "drafted to SVCMSG - append to MSGIN for the "
*> columns or hand-typed with single spaces, so the fields are
*> split on runs of blanks rather than read at fixed offsets. A
*> "CK nnn" tail carries the sender's check count for the
*> transcript that follows. A "VIA <trail>" tail names the relay
*> stations the message has already passed through. A GRP or CUT
*> tag marks numeric code traffic, CUT when its digits were sent as
*> cut numbers.
   MOVE "Y" TO WS-RCV-ENV-PRESENT.
   MOVE SPACES TO WS-RCV-HDR-MARK.
   MOVE SPACES TO WS-RCV-CK-TOKEN.
       MOVE "Y" TO WS-RCV-CK-GIVEN
       COMPUTE WS-RCV-EXPECTED-CK = FUNCTION NUMVAL(WS-RCV-CK-NUM)
   END-IF.
   MOVE SPACES TO WS-RCV-HEAD-PART.
   MOVE SPACES TO WS-RCV-TRAIL.
   UNSTRING WS-DECODE-IN DELIMITED BY " VIA "
       INTO WS-RCV-HEAD-PART WS-RCV-TRAIL.
   MOVE 0 TO WS-RCV-TAG-COUNT.
   INSPECT WS-RCV-HEAD-PART TALLYING WS-RCV-TAG-COUNT
       FOR ALL " CUT ".
   IF WS-RCV-TAG-COUNT > 0
       MOVE "C" TO WS-RCV-CLASS
   ELSE
       INSPECT WS-RCV-HEAD-PART TALLYING WS-RCV-TAG-COUNT
           FOR ALL " GRP "
       IF WS-RCV-TAG-COUNT > 0
           MOVE "N" TO WS-RCV-CLASS
       END-IF
   END-IF.
   PERFORM CHECK-RCV-RELAY.
   PERFORM CHECK-RCV-ORIGIN.

   EXIT.

CHECK-RCV-ORIGIN.
*> An origin that is neither our own callsign nor on the station
*> master is flagged - it may be a mistaken or a false callsign -
*> but the traffic is still decoded and delivered; the operator
*> decides what to do with it.
   MOVE "N" TO WS-RCV-ORIGIN-UNKNOWN.
   IF STATION-MASTER-ON-FILE AND WS-RCV-ORIGIN NOT = SPACES
           AND WS-RCV-ORIGIN NOT = WS-STATION-CALL
       MOVE WS-RCV-ORIGIN TO WS-SM-CALL
       PERFORM CHECK-STATION-CALLSIGN
       IF WS-SM-CHECK = "U"
           MOVE "Y" TO WS-RCV-ORIGIN-UNKNOWN
           ADD 1 TO WS-RCV-UNKNOWN-COUNT
           DISPLAY "WARNING: transcript envelope at record "
               WS-RCV-RECORD-NUM " is from " WS-RCV-ORIGIN
               " - not on the station master."
       END-IF
   END-IF.

   EXIT.

CHECK-RCV-RELAY.
*> Traffic for a routed station (station master, or NETRTE) other
*> than ourselves is relay traffic. A destination that is neither
*> ours nor routed is
*> still decoded here, but flagged - it is nobody we work. Without
*> an STNID callsign every transcript decodes as our own.
   MOVE "N" TO WS-RCV-RELAY.
   IF WS-STATION-CALL NOT = SPACES AND WS-RCV-DEST NOT = SPACES
           AND WS-RCV-DEST NOT = WS-STATION-CALL
       PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-ROUTE-COUNT
           IF RT-DEST(RT-IDX) = WS-RCV-DEST
               MOVE "Y" TO WS-RCV-RELAY
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF NOT RCV-IS-RELAY
           DISPLAY "WARNING: transcript envelope at record "
               WS-RCV-RECORD-NUM " is addressed to " WS-RCV-DEST
               " - not this station and not a station we route "
               "for; decoded here."
       END-IF
   END-IF.

   EXIT.


   EXIT.

CAPTURE-RCV-CLASS-CARD.
*> A "$$N GRP" or "$$N CUT" card - written by DEMOD ahead of a
*> numeric transcript, or keyed by the receiving operator - marks
*> the next transcript as numeric code traffic when no envelope
*> line came with it.
   IF WS-DECODE-IN(5:3) = "CUT"
       MOVE "C" TO WS-RCV-CLASS
   ELSE
       MOVE "N" TO WS-RCV-CLASS
   END-IF.

   EXIT.

CHECK-DECODED-GROUPS.
*> Numeric traffic is held to its five-figure groups on the way in
*> as on the way out: a group that came back short, long, or with a
*> non-digit in it (a "*" from an unmatched character included) is
*> listed by its group ordinal for the repetition request, and the
*> check count is reported in groups.
   MOVE 0 TO WS-GRP-BAD-COUNT.
   IF RCV-IS-NUMERIC
       MOVE "group(s)" TO WS-CK-UNIT
       MOVE WS-DECODE-OUT TO WS-GRP-TEXT
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DECODE-OUT TRAILING))
           TO WS-GRP-LEN
       PERFORM CHECK-NUMERIC-GROUPS
       IF WS-GRP-BAD-COUNT > 0
           DISPLAY "Numeric Group Report (transcript record "
               WS-RCV-RECORD-NUM "): " WS-GRP-BAD-COUNT " of "
               WS-GRP-COUNT " group(s) not of five figures"
           PERFORM VARYING WS-GRP-BAD-I FROM 1 BY 1
                   UNTIL WS-GRP-BAD-I > WS-GRP-BAD-COUNT
                   OR WS-GRP-BAD-I > 20
               DISPLAY "  Group " WS-GRP-BAD-ORD(WS-GRP-BAD-I)
                   " malformed"
           END-PERFORM
       END-IF
   END-IF.

   EXIT.

CLEAR-RCV-ENVELOPE.
*> Same one-message scope rule as CLEAR-ENVELOPE on the encode
*> side: an envelope covers only the transcript that follows it.
   MOVE SPACES TO WS-RCV-DEST.
   MOVE SPACES TO WS-RCV-FILED.
   MOVE SPACES TO WS-RCV-PRIORITY.
   MOVE SPACES TO WS-RCPT-REF-SERIAL.
   MOVE 0 TO WS-RCPT-REF-DATE.
   MOVE SPACES TO WS-RCV-TRAIL.
   MOVE "N" TO WS-RCV-RELAY.
   MOVE SPACE TO WS-RCV-CLASS.
   MOVE "N" TO WS-RCV-ORIGIN-UNKNOWN.
   MOVE "word(s)" TO WS-CK-UNIT.
   MOVE 0 TO WS-GRP-BAD-COUNT.
   MOVE "N" TO WS-RCV-REPEAT-ASK.
   MOVE "N" TO WS-RCV-MERGED.

   EXIT.

*> check count when given) followed by the decoded text - mirroring
*> what WRITE-MSG-OUT-RECORDS does for MSGOUT, so the serial and
*> callsigns stay with the message. A bare transcript still writes
*> the single decoded record it always has. An origin the station
*> master does not know is marked UNKNOWN ORIGIN on the "$$H" line,
*> and a copy corrected from a repetition is marked CORRECTED.
   IF RCV-ENVELOPE-PRESENT
       MOVE SPACES TO RCV-OUT-REC
       IF RCV-ENV-CK-GIVEN
               INTO RCV-OUT-REC
           END-STRING
       END-IF
       IF RCV-ORIGIN-NOT-ON-FILE
           MOVE " UNKNOWN ORIGIN"
               TO RCV-OUT-REC(FUNCTION LENGTH(FUNCTION TRIM(
                   RCV-OUT-REC TRAILING)) + 1:15)
       END-IF
       IF RCV-IS-MERGED
           MOVE " CORRECTED"
               TO RCV-OUT-REC(FUNCTION LENGTH(FUNCTION TRIM(
                   RCV-OUT-REC TRAILING)) + 1:10)
       END-IF
       WRITE RCV-OUT-REC
   END-IF.
   MOVE WS-DECODE-OUT TO RCV-OUT-REC.
   END-IF.
   MOVE WS-DECODE-OUT TO ARC-TEXT.
   MOVE WS-DECODE-IN TO ARC-MORSE.
   MOVE WS-RCV-ORIGIN TO ARC-ORIGIN.
   MOVE WS-RCV-DEST TO ARC-DEST.
   MOVE WS-RCV-FILED TO ARC-FILED.
   MOVE 0 TO ARC-REF-DATE.
   MOVE WS-RCV-TRAIL TO ARC-TRAIL.
   MOVE WS-RCV-CLASS TO ARC-CLASS.
   IF CHECK-COUNT-GIVEN
       MOVE WS-EXPECTED-CK TO ARC-CK
   END-IF.
   MOVE WS-RCV-REPEAT-ASK TO ARC-REPEAT-ASKED.
*> A receipt names the first of our serials it confirmed; traffic
*> taken in for relay is the inbound leg of a relayed message; a
*> corrected copy names the garbled original it was made from, and
*> a repetition the serial it answers.
   IF RCV-IS-MERGED
       MOVE "M" TO ARC-KIND
       MOVE WS-RCV-SERIAL TO ARC-REF-SERIAL
       MOVE WS-RPT-CHAIN-DATE TO ARC-REF-DATE
   ELSE
   IF RCV-IS-REPETITION
       MOVE "P" TO ARC-KIND
       MOVE WS-RPT-SERIAL TO ARC-REF-SERIAL
   ELSE
   IF RCV-IS-RELAY
       MOVE "L" TO ARC-KIND
   ELSE
       IF WS-RCPT-REF-SERIAL NOT = SPACES
           MOVE "A" TO ARC-KIND
           MOVE WS-RCPT-REF-SERIAL TO ARC-REF-SERIAL
           MOVE WS-RCPT-REF-DATE TO ARC-REF-DATE
       END-IF
   END-IF
   END-IF
   END-IF.
   WRITE ARCHIVE-REC.
   ADD 1 TO WS-ARCH-SEQ.
   PERFORM WRITE-ARCHIVE-INDEX-ENTRY.

   EXIT.

SCAN-RECEIPT-CONFIRMATION.
*> Picks our serials out of a decoded receipt. ЩСЛ opens a list of
*> serials (an НР inside it is passed over); ПРИН opens one only
*> when НР follows it, since a bare ПРИН is also the received-count
*> word of a service message. Any word that is not a serial of one
*> to four digits closes the list, so a number elsewhere in the
*> text is never mistaken for a receipt.
   MOVE "N" TO WS-RCPT-CONTEXT.
   MOVE 1 TO WS-RCPT-PTR.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DECODE-OUT TRAILING))
       TO WS-RCPT-LEN.
   PERFORM UNTIL WS-RCPT-PTR > WS-RCPT-LEN
       MOVE SPACES TO WS-RCPT-WORD
       UNSTRING WS-DECODE-OUT DELIMITED BY ALL " "
           INTO WS-RCPT-WORD
           WITH POINTER WS-RCPT-PTR
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RCPT-WORD))
           TO WS-RCPT-WORD-LEN
       EVALUATE TRUE
           WHEN WS-RCPT-WORD = SPACES
               CONTINUE
           WHEN WS-RCPT-WORD = "ЩСЛ"
               MOVE "Y" TO WS-RCPT-CONTEXT
           WHEN WS-RCPT-WORD = "ПРИН"
               MOVE "P" TO WS-RCPT-CONTEXT
           WHEN WS-RCPT-WORD = "НР"
               IF RCPT-AWAITING-NR
                   MOVE "Y" TO WS-RCPT-CONTEXT
               END-IF
           WHEN RCPT-LIST-OPEN AND WS-RCPT-WORD-LEN <= 4
                   AND WS-RCPT-WORD(1:WS-RCPT-WORD-LEN) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-RCPT-WORD(1:WS-RCPT-WORD-LEN))
                   TO WS-RCPT-SER-NUM
               MOVE WS-RCPT-SER-NUM TO WS-RCPT-SERIAL
               PERFORM CONFIRM-REGISTER-SERIAL
           WHEN OTHER
               MOVE "N" TO WS-RCPT-CONTEXT
       END-EVALUATE
   END-PERFORM.

   EXIT.

CONFIRM-REGISTER-SERIAL.
*> The newest send of the serial still open on SERIALRG, and sent to
*> the station the receipt comes from, is the one the receipt
*> answers - serials recycle day to day, the far station confirms
*> what it last heard, and it can only confirm what was sent to it.
*> A receipt with no origin on its envelope confirms nothing.
   MOVE 0 TO WS-RCPT-I.
   IF WS-RCV-ORIGIN NOT = SPACES
       PERFORM VARYING SR-IDX FROM WS-REG-COUNT BY -1
               UNTIL SR-IDX < 1
           IF SR-SERIAL(SR-IDX) = WS-RCPT-SERIAL
                   AND NOT SR-IS-CONFIRMED(SR-IDX)
                   AND NOT SR-IS-CANCELLED(SR-IDX)
               MOVE "N" TO WS-RCPT-SENT-TO
               PERFORM VARYING WS-RCPT-J FROM 1 BY 1
                       UNTIL WS-RCPT-J > WS-RCPT-SEND-COUNT
                   IF RX-DATE(WS-RCPT-J) = SR-DATE(SR-IDX)
                           AND RX-SERIAL(WS-RCPT-J) = WS-RCPT-SERIAL
                           AND RX-DEST(WS-RCPT-J) = WS-RCV-ORIGIN
                       MOVE "Y" TO WS-RCPT-SENT-TO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF RCPT-SENT-TO-ORIGIN
                   SET WS-RCPT-I TO SR-IDX
                   EXIT PERFORM
               END-IF
           END-IF
       END-PERFORM
   END-IF.
   IF WS-RCPT-I > 0
       MOVE "C" TO SR-STATUS(WS-RCPT-I)
       MOVE WS-RUN-DATE TO SR-EVENT-DATE(WS-RCPT-I)
       MOVE WS-RUN-TIME TO SR-EVENT-TIME(WS-RCPT-I)
       ADD 1 TO WS-RCPT-COUNT
       IF WS-RCPT-REF-SERIAL = SPACES
           MOVE WS-RCPT-SERIAL TO WS-RCPT-REF-SERIAL
           MOVE SR-DATE(WS-RCPT-I) TO WS-RCPT-REF-DATE
       END-IF
       DISPLAY "NOTE: transcript record " WS-RCV-RECORD-NUM
           " confirms our serial " WS-RCPT-SERIAL " of "
           SR-DATE(WS-RCPT-I) "."
   ELSE
       IF WS-RCV-ORIGIN = SPACES
           DISPLAY "NOTE: transcript record " WS-RCV-RECORD-NUM
               " confirms serial " WS-RCPT-SERIAL " - no origin on "
               "its envelope to match a send to."
       ELSE
           DISPLAY "NOTE: transcript record " WS-RCV-RECORD-NUM
               " confirms serial " WS-RCPT-SERIAL " - no unconfirmed "
               "send of it to " FUNCTION TRIM(WS-RCV-ORIGIN)
               " on SERIALRG."
       END-IF
   END-IF.

   EXIT.

LOAD-RECEIPT-SENDS.
*> Our sends still on the register - fresh traffic and
*> retransmissions, keyed on the date the serial is registered
*> under - with where each went. Relayed traffic carries another
*> station's serial and is never confirmed to us against ours.
*> Sends older than the register's 31 days can no longer be
*> confirmed and are passed over.
   MOVE 0 TO WS-RCPT-SEND-COUNT.
   MOVE "N" TO WS-RCPT-SEND-FULL.
   MOVE "N" TO WS-ARCH-EOF.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS = "00"
       PERFORM UNTIL ARCHIVE-AT-EOF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   IF ARC-DIR = "S" AND ARC-SERIAL NOT = SPACES
                           AND (ARC-IS-ORDINARY
                               OR ARC-IS-RETRANSMISSION)
                       PERFORM TAKE-RECEIPT-SEND
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
   END-IF.

   EXIT.

TAKE-RECEIPT-SEND.
   MOVE ARC-DATE TO WS-RCPT-SEND-DATE.
   IF ARC-REF-DATE IS NUMERIC
       IF ARC-REF-DATE > 0
           MOVE ARC-REF-DATE TO WS-RCPT-SEND-DATE
       END-IF
   END-IF.
   IF WS-RCPT-SEND-DATE >= 16010101
       IF FUNCTION INTEGER-OF-DATE(WS-RCPT-SEND-DATE)
               >= WS-REG-KEEP-INT
           IF WS-RCPT-SEND-COUNT < 5000
               ADD 1 TO WS-RCPT-SEND-COUNT
               MOVE WS-RCPT-SEND-DATE TO RX-DATE(WS-RCPT-SEND-COUNT)
               MOVE ARC-SERIAL TO RX-SERIAL(WS-RCPT-SEND-COUNT)
               MOVE ARC-DEST TO RX-DEST(WS-RCPT-SEND-COUNT)
           ELSE
               IF WS-RCPT-SEND-FULL = "N"
                   MOVE "Y" TO WS-RCPT-SEND-FULL
                   DISPLAY "WARNING: more than 5000 sends on TRAFARCH "
                       "within 31 days - receipts for the rest are "
                       "not matched."
               END-IF
           END-IF
       END-IF
   END-IF.

   EXIT.

LOAD-STATION-ID.
*> Our own callsign, off the one-record STNID file. A station with
*> no STNID relays nothing: every transcript decodes as ours.
   MOVE SPACES TO WS-STATION-CALL.
   OPEN INPUT STATION-ID-FILE.
   IF WS-STNID-STATUS = "00"
       READ STATION-ID-FILE
           NOT AT END
               MOVE FUNCTION UPPER-CASE(STN-CALLSIGN)
                   TO WS-STATION-CALL
       END-READ
       CLOSE STATION-ID-FILE
   END-IF.
   IF WS-STATION-CALL = SPACES
       DISPLAY "NOTE: no station callsign on STNID - relay traffic "
           "is not separated; every transcript decodes as ours."
   END-IF.

   EXIT.

OPEN-RELAY-FILE.
*> Accumulates like SVCMSG, for the same reason.
   OPEN EXTEND RELAY-FILE.
   IF WS-RLY-STATUS = "35"
       OPEN OUTPUT RELAY-FILE
   END-IF.

   EXIT.

QUEUE-RELAY-MESSAGE.
*> Only a clean copy is passed on - relaying garbled groups would
*> hand the next station our errors as its text. A garbled relay
*> message gets the usual service request and waits for its
*> repetition; the inbound copy is on TRAFARCH either way. The one
*> rule in SET-RCV-REPEAT-NEED decides both, so a copy is never
*> relayed and asked for again at once.
   IF RCV-NEEDS-REPEAT
       ADD 1 TO WS-RLY-HELD
       DISPLAY "WARNING: relay message " WS-RCV-SERIAL " for "
           WS-RCV-DEST " at record " WS-RCV-RECORD-NUM
           " is garbled - held, not relayed."
   ELSE
       PERFORM WRITE-RELAY-MESSAGE
   END-IF.

   EXIT.

WRITE-RELAY-MESSAGE.
*> The re-enveloped copy keeps the originator's serial, callsigns,
*> filing time and priority; only the trail grows, by our own
*> callsign at its end.
   ADD 1 TO WS-RLY-COUNT.
   MOVE SPACES TO WS-TEXT.
   MOVE "$$H" TO HDR-MARK.
   MOVE WS-RCV-SERIAL TO HDR-SERIAL.
   MOVE WS-RCV-ORIGIN TO HDR-ORIGIN.
   MOVE WS-RCV-DEST TO HDR-DEST.
   MOVE WS-RCV-FILED TO HDR-FILED.
   MOVE WS-RCV-PRIORITY TO HDR-PRIORITY.
   MOVE WS-RCV-CLASS TO HDR-CLASS.
   MOVE WS-TEXT TO RELAY-REC.
   WRITE RELAY-REC.

   MOVE SPACES TO WS-RLY-TRAIL.
   MOVE 1 TO WS-RLY-PTR.
   IF WS-RCV-TRAIL NOT = SPACES
       STRING FUNCTION TRIM(WS-RCV-TRAIL) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           INTO WS-RLY-TRAIL
           WITH POINTER WS-RLY-PTR
       END-STRING
   END-IF.
   STRING FUNCTION TRIM(WS-STATION-CALL) DELIMITED BY SIZE
       INTO WS-RLY-TRAIL
       WITH POINTER WS-RLY-PTR
       ON OVERFLOW
           DISPLAY "WARNING: relay trail of message " WS-RCV-SERIAL
               " is full - our callsign could not be added."
   END-STRING.
   MOVE SPACES TO RELAY-REC.
   STRING "$$R " DELIMITED BY SIZE
       WS-RLY-TRAIL DELIMITED BY SIZE
       INTO RELAY-REC
   END-STRING.
   WRITE RELAY-REC.

   MOVE WS-DECODE-OUT TO WS-MESSAGE.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
       TO WS-MESSAGE-LEN.
   PERFORM SPLIT-MESSAGE-TO-CARDS.
   PERFORM VARYING WS-CARD-I FROM 1 BY 1
           UNTIL WS-CARD-I > WS-CARD-COUNT
       MOVE WS-CARD(WS-CARD-I) TO RELAY-REC
       WRITE RELAY-REC
   END-PERFORM.
   DISPLAY "NOTE: message " WS-RCV-SERIAL " from " WS-RCV-ORIGIN
       " for " WS-RCV-DEST " queued for relay to RLYMSG.".

   EXIT.

OPEN-SERVICE-FILE.
*> Accumulates like AUDITLOG - always extend, first-time OUTPUT
*> fallback - since service messages from several RDECODE runs may
*> quoting the referenced message, the garbled group ordinals from
*> the transcript, and the expected vs recovered word counts.
*> Serials S001... are placeholders a clerk can renumber when the
*> card joins MSGIN; filing time is the current run clock. For a
*> message taken in for relay the request goes from our own
*> callsign, since the received dest is the station we relay for.
   ADD 1 TO WS-SVC-COUNT.
   MOVE SPACES TO WS-SVC-SERIAL.
   STRING "S" DELIMITED BY SIZE
   END-STRING.

   MOVE SPACES TO SERVICE-REC.
   IF RCV-IS-RELAY
       MOVE WS-STATION-CALL TO WS-SVC-FROM
   ELSE
       MOVE WS-RCV-DEST TO WS-SVC-FROM
   END-IF.
   STRING "$$H " DELIMITED BY SIZE
       WS-SVC-SERIAL DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-SVC-FROM DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-RCV-ORIGIN DELIMITED BY SIZE
       " " DELIMITED BY SIZE
           END-STRING
       END-PERFORM
   END-IF.
*> ИСК = distorted five-figure groups of numeric traffic, by group
*> ordinal, stopping at 5 for the same reason.
   IF WS-GRP-BAD-COUNT > 0
       STRING " ИСК" DELIMITED BY SIZE
           INTO WS-SVC-TEXT
           WITH POINTER WS-SVC-PTR
       END-STRING
       PERFORM VARYING WS-GRP-BAD-I FROM 1 BY 1
               UNTIL WS-GRP-BAD-I > WS-GRP-BAD-COUNT
               OR WS-GRP-BAD-I > 5
           STRING " " DELIMITED BY SIZE
               WS-GRP-BAD-ORD(WS-GRP-BAD-I) DELIMITED BY SIZE
               INTO WS-SVC-TEXT
               WITH POINTER WS-SVC-PTR
           END-STRING
       END-PERFORM
   END-IF.
   IF CHECK-COUNT-GIVEN AND WS-DECODED-WORDS NOT = WS-EXPECTED-CK
       STRING " ПРОВ " DELIMITED BY SIZE
           WS-EXPECTED-CK DELIMITED BY SIZE

   EXIT.

SET-RCV-REPEAT-NEED.
*> A copy needs repeating when groups would not decode, numeric
*> groups came back malformed, or the recovered count disagrees with
*> the sender's check count. Kept as a flag so the archive copy can
*> record that it was asked about, not only the service request.
   MOVE "N" TO WS-RCV-REPEAT-ASK.
   IF (CHECK-COUNT-GIVEN AND WS-DECODED-WORDS NOT = WS-EXPECTED-CK)
           OR WS-DECODE-MISS-COUNT > 0
           OR WS-GRP-BAD-COUNT > 0
       MOVE "Y" TO WS-RCV-REPEAT-ASK
   END-IF.

   EXIT.

PARSE-REPETITION-TEXT.
*> A repetition answering our request opens ПВТ НР <serial>. Our
*> own request opens СЛЖ ПВТ and a far station's request to us
*> quotes bare ordinals, so neither is taken for an answer. ГР and
*> ИСК switch between character and five-figure group items; after
*> either the words pair off as ordinal then value. A value that is
*> still garbled ("*"), or a group under ИСК that is not five
*> figures, is passed over; any other word ends the list. What the
*> repetition itself lost is asked for again on the corrected copy,
*> so the repetition draws no request of its own.
   MOVE "N" TO WS-RPT-VALID.
   MOVE 0 TO WS-RPT-COUNT.
   MOVE SPACES TO WS-RPT-SERIAL.
   MOVE SPACE TO WS-RPT-MODE.
   MOVE SPACE TO WS-RPT-WANT.
   MOVE 0 TO WS-RPT-WORD-NO.
   MOVE 1 TO WS-RPT-PTR.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DECODE-OUT TRAILING))
       TO WS-RPT-LEN.
   PERFORM UNTIL WS-RPT-PTR > WS-RPT-LEN OR RPT-LIST-ENDED
       MOVE SPACES TO WS-RPT-WORD
       UNSTRING WS-DECODE-OUT DELIMITED BY ALL " "
           INTO WS-RPT-WORD
           WITH POINTER WS-RPT-PTR
       IF WS-RPT-WORD NOT = SPACES
           ADD 1 TO WS-RPT-WORD-NO
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RPT-WORD))
               TO WS-RPT-WORD-LEN
           EVALUATE TRUE
               WHEN WS-RPT-WORD-NO = 1
                   IF WS-RPT-WORD NOT = "ПВТ"
                       SET RPT-LIST-ENDED TO TRUE
                   END-IF
               WHEN WS-RPT-WORD-NO = 2
                   IF WS-RPT-WORD NOT = "НР"
                       SET RPT-LIST-ENDED TO TRUE
                   END-IF
               WHEN WS-RPT-WORD-NO = 3
                   IF WS-RPT-WORD-LEN <= 4
                           AND WS-RPT-WORD(1:WS-RPT-WORD-LEN) IS NUMERIC
                       MOVE FUNCTION NUMVAL(
                           WS-RPT-WORD(1:WS-RPT-WORD-LEN))
                           TO WS-RPT-SER-NUM
                       MOVE WS-RPT-SER-NUM TO WS-RPT-SERIAL
                   ELSE
                       SET RPT-LIST-ENDED TO TRUE
                   END-IF
               WHEN WS-RPT-WORD = "ГР"
                   MOVE "C" TO WS-RPT-MODE
                   SET RPT-WANT-ORDINAL TO TRUE
               WHEN WS-RPT-WORD = "ИСК"
                   MOVE "G" TO WS-RPT-MODE
                   SET RPT-WANT-ORDINAL TO TRUE
               WHEN RPT-WANT-ORDINAL AND WS-RPT-COUNT < 40
                       AND WS-RPT-WORD-LEN <= 4
                       AND WS-RPT-WORD(1:WS-RPT-WORD-LEN) IS NUMERIC
                   ADD 1 TO WS-RPT-COUNT
                   MOVE WS-RPT-MODE TO RP-KIND(WS-RPT-COUNT)
                   MOVE FUNCTION NUMVAL(WS-RPT-WORD(1:WS-RPT-WORD-LEN))
                       TO RP-ORD(WS-RPT-COUNT)
                   MOVE SPACES TO RP-VALUE(WS-RPT-COUNT)
                   SET RPT-WANT-VALUE TO TRUE
               WHEN RPT-WANT-VALUE
                   IF WS-RPT-WORD = "*"
                           OR (WS-RPT-MODE = "C"
                               AND WS-RPT-WORD-LEN > 2)
                           OR (WS-RPT-MODE = "G"
                               AND (WS-RPT-WORD-LEN NOT = 5
                               OR WS-RPT-WORD(1:5) IS NOT NUMERIC))
                       SUBTRACT 1 FROM WS-RPT-COUNT
                   ELSE
                       MOVE WS-RPT-WORD TO RP-VALUE(WS-RPT-COUNT)
                   END-IF
                   SET RPT-WANT-ORDINAL TO TRUE
               WHEN OTHER
                   SET RPT-LIST-ENDED TO TRUE
           END-EVALUATE
       END-IF
   END-PERFORM.
*> An ordinal left without its value at the end of the text is
*> dropped like a garbled one.
   IF RPT-WANT-VALUE
       SUBTRACT 1 FROM WS-RPT-COUNT
   END-IF.
   IF WS-RPT-SERIAL NOT = SPACES
       IF WS-RPT-COUNT > 0
           MOVE "Y" TO WS-RPT-VALID
       ELSE
           DISPLAY "WARNING: repetition of serial " WS-RPT-SERIAL
               " at record " WS-RCV-RECORD-NUM " carries no group "
               "we can use - nothing merged."
       END-IF
   END-IF.

   EXIT.

MERGE-REPETITION.
*> The repeated groups go into the transcript of the copy we asked
*> about, and the rebuilt transcript is decoded again under that
*> copy's envelope and check count, so the corrected text passes
*> the same checks any received message does. A clean result is
*> the final copy of the message; one still garbled is asked for
*> again, and that later repetition merges into this corrected copy
*> in turn.
   PERFORM FIND-REPEATED-ORIGINAL.
   IF NOT RPT-ORIGINAL-FOUND
       ADD 1 TO WS-RPT-UNMATCHED
       DISPLAY "WARNING: repetition at record " WS-RCV-RECORD-NUM
           " answers serial " WS-RPT-SERIAL " from " WS-RCV-ORIGIN
           " - no copy of it awaiting a repetition on TRAFARCH."
   ELSE
       PERFORM BUILD-MERGED-MORSE
       MOVE "Y" TO WS-RCV-ENV-PRESENT
       MOVE WS-RPT-ORIG-SERIAL TO WS-RCV-SERIAL
       MOVE WS-RPT-ORIG-ORIGIN TO WS-RCV-ORIGIN
       MOVE WS-RPT-ORIG-DEST TO WS-RCV-DEST
       MOVE WS-RPT-ORIG-FILED TO WS-RCV-FILED
       IF WS-RPT-ORIG-PRI = "U"
           MOVE "СРОЧНО" TO WS-RCV-PRIORITY
       ELSE
           MOVE "ОБЫКНОВЕННАЯ" TO WS-RCV-PRIORITY
       END-IF
       MOVE WS-RPT-ORIG-CLASS TO WS-RCV-CLASS
       MOVE WS-RPT-ORIG-TRAIL TO WS-RCV-TRAIL
       IF WS-RPT-ORIG-CK IS NUMERIC
           MOVE "Y" TO WS-RCV-CK-GIVEN
           MOVE WS-RPT-ORIG-CK TO WS-RCV-EXPECTED-CK
           MOVE "Y" TO WS-CK-GIVEN
           MOVE WS-RCV-EXPECTED-CK TO WS-EXPECTED-CK
       ELSE
           MOVE "N" TO WS-RCV-CK-GIVEN
           MOVE 0 TO WS-RCV-EXPECTED-CK
           MOVE "N" TO WS-CK-GIVEN
       END-IF
       MOVE "word(s)" TO WS-CK-UNIT
       MOVE SPACES TO WS-RCPT-REF-SERIAL
       MOVE 0 TO WS-RCPT-REF-DATE
       MOVE "N" TO WS-RCV-ORIGIN-UNKNOWN
       PERFORM CHECK-RCV-RELAY
       MOVE "Y" TO WS-RCV-MERGED
       DISPLAY "NOTE: repetition at record " WS-RCV-RECORD-NUM
           " merged into serial " WS-RCV-SERIAL " from "
           WS-RCV-ORIGIN " received " WS-RPT-CHAIN-DATE " - "
           WS-RPT-HIT " of " WS-RPT-COUNT " repeated item(s) placed."
       MOVE WS-RPT-MORSE TO WS-DECODE-IN
       MOVE WS-RCV-CLASS TO WS-DECODE-CLASS
       PERFORM DECODE-MORSE-TO-TEXT
       MOVE SPACE TO WS-DECODE-CLASS
       PERFORM REPORT-DECODE-EXCEPTIONS
       PERFORM CHECK-DECODED-GROUPS
       PERFORM REPORT-CHECK-COUNT
       PERFORM SET-RCV-REPEAT-NEED
       IF RCV-IS-RELAY
           PERFORM WRITE-DECODE-AUDIT-RECORD
           PERFORM WRITE-RCV-ARCHIVE-RECORD
           PERFORM QUEUE-RELAY-MESSAGE
       ELSE
           PERFORM WRITE-RCV-OUT-MESSAGE
           PERFORM BUILD-ABBR-GLOSS
           PERFORM WRITE-RCV-GLOSS
           PERFORM WRITE-DECODE-AUDIT-RECORD
           PERFORM WRITE-RCV-ARCHIVE-RECORD
       END-IF
       IF RCV-NEEDS-REPEAT
           PERFORM WRITE-SERVICE-MESSAGE
           ADD 1 TO WS-RPT-STILL
       ELSE
           ADD 1 TO WS-RPT-MERGED
       END-IF
   END-IF.

   EXIT.

FIND-REPEATED-ORIGINAL.
*> Walks TRAFARCH front to back for the copy the repetition answers:
*> the latest received copy of the serial from the repeating station
*> that we asked about. A corrected copy (M) made from that copy
*> since takes its place if it was asked about in turn, and ends
*> the wait if it came out clean; so does a fresh clean copy of the
*> whole message. A repetition (P) is neither - the one being
*> merged is already on file, often under this very serial. The
*> archive is open for writing, so it is closed for the walk and
*> reopened after it.
   MOVE "N" TO WS-RPT-FOUND.
   MOVE 0 TO WS-RPT-CHAIN-DATE.
   CLOSE ARCHIVE-FILE.
   CLOSE ARCH-NDX-FILE.
   MOVE "N" TO WS-ARCH-EOF.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS = "00"
       PERFORM UNTIL ARCHIVE-AT-EOF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   IF ARC-DIR = "R" AND ARC-SERIAL = WS-RPT-SERIAL
                           AND (ARC-ORIGIN = WS-RCV-ORIGIN
                               OR WS-RCV-ORIGIN = SPACES)
                       IF ARC-IS-ORDINARY OR ARC-IS-RELAY-IN
                           IF ARC-REPEAT-ASKED = "Y"
                               MOVE ARC-DATE TO WS-RPT-CHAIN-DATE
                               PERFORM TAKE-REPEAT-CANDIDATE
                           ELSE
                               MOVE "N" TO WS-RPT-FOUND
                           END-IF
                       ELSE
                       IF ARC-IS-MERGED AND RPT-ORIGINAL-FOUND
                               AND ARC-REF-DATE = WS-RPT-CHAIN-DATE
                           IF ARC-REPEAT-ASKED = "Y"
                               PERFORM TAKE-REPEAT-CANDIDATE
                           ELSE
                               MOVE "N" TO WS-RPT-FOUND
                           END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
   END-IF.
   PERFORM OPEN-ARCHIVE-FILE.

   EXIT.

TAKE-REPEAT-CANDIDATE.
   MOVE "Y" TO WS-RPT-FOUND.
   MOVE ARC-SERIAL TO WS-RPT-ORIG-SERIAL.
   MOVE ARC-ORIGIN TO WS-RPT-ORIG-ORIGIN.
   MOVE ARC-DEST TO WS-RPT-ORIG-DEST.
   MOVE ARC-FILED TO WS-RPT-ORIG-FILED.
   MOVE ARC-PRI TO WS-RPT-ORIG-PRI.
   MOVE ARC-CLASS TO WS-RPT-ORIG-CLASS.
   MOVE ARC-CK TO WS-RPT-ORIG-CK.
   MOVE ARC-TRAIL TO WS-RPT-ORIG-TRAIL.
   MOVE ARC-MORSE TO WS-RPT-ORIG-MORSE.

   EXIT.

BUILD-MERGED-MORSE.
*> Copies the stored transcript group by group into WS-RPT-MORSE,
*> counting groups (every one, "|" included, as DECODE-MORSE-TO-TEXT
*> numbers them for ГР) and words (as CHECK-NUMERIC-GROUPS numbers
*> them for ИСК). A repeated five-figure group replaces its whole
*> word; a repeated character replaces its one group. Everything
*> else goes across as it was received.
   MOVE SPACES TO WS-RPT-MORSE.
   MOVE 1 TO WS-RPT-OUT-PTR.
   MOVE 1 TO WS-RPT-IN-PTR.
   MOVE 0 TO WS-RPT-GROUP-ORD.
   MOVE 0 TO WS-RPT-WORD-ORD.
   MOVE 0 TO WS-RPT-HIT.
   MOVE "N" TO WS-RPT-IN-WORD.
   MOVE "N" TO WS-RPT-SKIP-WORD.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RPT-ORIG-MORSE TRAILING))
       TO WS-RPT-IN-LEN.
   PERFORM UNTIL WS-RPT-IN-PTR > WS-RPT-IN-LEN
       MOVE SPACES TO WS-GROUP
       UNSTRING WS-RPT-ORIG-MORSE DELIMITED BY SPACE
           INTO WS-GROUP
           WITH POINTER WS-RPT-IN-PTR
       IF WS-GROUP NOT = SPACES
           ADD 1 TO WS-RPT-GROUP-ORD
           IF WS-GROUP(1:1) = "|"
               MOVE "N" TO WS-RPT-IN-WORD
               MOVE "N" TO WS-RPT-SKIP-WORD
               MOVE WS-GROUP TO WS-CODE
               PERFORM REPEAT-PUT-CODE
           ELSE
               IF WS-RPT-IN-WORD = "N"
                   ADD 1 TO WS-RPT-WORD-ORD
                   MOVE "Y" TO WS-RPT-IN-WORD
                   PERFORM REPEAT-PUT-GROUP
               END-IF
               IF WS-RPT-SKIP-WORD = "N"
                   PERFORM REPEAT-PUT-CHARACTER
               END-IF
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

REPEAT-PUT-GROUP.
*> At the first Morse group of a word: if ИСК repeated this word,
*> its five figures go out in their place - cut codes for cut-number
*> traffic - and the rest of the received word is skipped.
   MOVE 0 TO WS-RPT-I.
   PERFORM VARYING WS-RPT-SCAN FROM 1 BY 1
           UNTIL WS-RPT-SCAN > WS-RPT-COUNT
       IF RP-KIND(WS-RPT-SCAN) = "G"
               AND RP-ORD(WS-RPT-SCAN) = WS-RPT-WORD-ORD
           MOVE WS-RPT-SCAN TO WS-RPT-I
       END-IF
   END-PERFORM.
   IF WS-RPT-I > 0
       MOVE "Y" TO WS-RPT-SKIP-WORD
       ADD 1 TO WS-RPT-HIT
       PERFORM VARYING WS-RPT-DIGIT-I FROM 1 BY 1
               UNTIL WS-RPT-DIGIT-I > 5
           MOVE SPACES TO WS-CHAR
           MOVE RP-VALUE(WS-RPT-I)(WS-RPT-DIGIT-I:1) TO WS-CHAR(1:1)
           IF WS-RPT-ORIG-CLASS = "C"
               PERFORM FIND-CUT-CODE
           ELSE
               PERFORM FIND-MORSE
           END-IF
           PERFORM REPEAT-PUT-CODE
       END-PERFORM
   END-IF.

   EXIT.

REPEAT-PUT-CHARACTER.
*> A group ГР repeated goes out as the Morse of the repeated
*> character (one byte, or two for Cyrillic); a character with no
*> Morse on the table leaves the received group where it was.
   MOVE 0 TO WS-RPT-I.
   PERFORM VARYING WS-RPT-SCAN FROM 1 BY 1
           UNTIL WS-RPT-SCAN > WS-RPT-COUNT
       IF RP-KIND(WS-RPT-SCAN) = "C"
               AND RP-ORD(WS-RPT-SCAN) = WS-RPT-GROUP-ORD
           MOVE WS-RPT-SCAN TO WS-RPT-I
       END-IF
   END-PERFORM.
   MOVE SPACES TO WS-CODE.
   IF WS-RPT-I > 0
       MOVE SPACES TO WS-CHAR
       MOVE RP-VALUE(WS-RPT-I)(1:1) TO WS-LEAD-BYTE
       IF WS-LEAD-BYTE-NUM >= 192
           MOVE RP-VALUE(WS-RPT-I)(1:2) TO WS-CHAR
       ELSE
           MOVE RP-VALUE(WS-RPT-I)(1:1) TO WS-CHAR(1:1)
       END-IF
       IF WS-RPT-ORIG-CLASS = "C" AND WS-CHAR(1:1) IS NUMERIC
           PERFORM FIND-CUT-CODE
       ELSE
           PERFORM FIND-MORSE
       END-IF
   END-IF.
   IF WS-CODE = SPACES
       MOVE WS-GROUP TO WS-CODE
   ELSE
       ADD 1 TO WS-RPT-HIT
   END-IF.
   PERFORM REPEAT-PUT-CODE.

   EXIT.

REPEAT-PUT-CODE.
*> One group onto the rebuilt transcript, a blank ahead of all but
*> the first.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CODE)) TO WS-RPT-CODE-LEN.
   IF WS-RPT-OUT-PTR > 1
       STRING " " DELIMITED BY SIZE
           INTO WS-RPT-MORSE
           WITH POINTER WS-RPT-OUT-PTR
       END-STRING
   END-IF.
   STRING WS-CODE(1:WS-RPT-CODE-LEN) DELIMITED BY SIZE
       INTO WS-RPT-MORSE
       WITH POINTER WS-RPT-OUT-PTR
   END-STRING.

   EXIT.

WRITE-REPEAT-WAIT-REPORT.
*> SVCWAIT: every received copy we asked a repetition for that no
*> clean corrected copy (or clean fresh copy) has closed yet, read
*> back off the whole of TRAFARCH so requests from earlier runs
*> stay listed until they are answered or roll off with RETAIN. A
*> copy that came with no serial can only be answered by hand and
*> is listed by its transcript record number.
   MOVE 0 TO WS-WT-COUNT.
   MOVE 0 TO WS-WT-OPEN-COUNT.
   MOVE 0 TO WS-WT-DROPPED.
   MOVE "N" TO WS-ARCH-EOF.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS = "00"
       PERFORM UNTIL ARCHIVE-AT-EOF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   IF ARC-DIR = "R"
                       PERFORM WAIT-POST-RECORD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
   END-IF.

   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-RUN-TIME FROM TIME.
   OPEN OUTPUT WAIT-RPT-FILE.
   MOVE SPACES TO WAIT-RPT-REC.
   STRING "REPETITIONS AWAITED AS OF " DELIMITED BY SIZE
       WS-RUN-DATE DELIMITED BY SIZE
       "-" DELIMITED BY SIZE
       WS-RUN-TIME(1:4) DELIMITED BY SIZE
       INTO WAIT-RPT-REC
   END-STRING.
   WRITE WAIT-RPT-REC.
   MOVE SPACES TO WAIT-RPT-REC.
   WRITE WAIT-RPT-REC.
   MOVE SPACES TO WAIT-RPT-REC.
   STRING "SERIAL      FROM        RECEIVED       "
       DELIMITED BY SIZE
       "LAST ASKED     PRI GARBLED" DELIMITED BY SIZE
       INTO WAIT-RPT-REC
   END-STRING.
   WRITE WAIT-RPT-REC.
   PERFORM VARYING WS-WT-I FROM 1 BY 1 UNTIL WS-WT-I > WS-WT-COUNT
       IF WT-OPEN(WS-WT-I) = "Y"
           ADD 1 TO WS-WT-OPEN-COUNT
           MOVE SPACES TO WAIT-RPT-REC
           IF WT-SERIAL(WS-WT-I) NOT = SPACES
               MOVE WT-SERIAL(WS-WT-I) TO WAIT-RPT-REC(1:4)
           ELSE
               STRING "REC " DELIMITED BY SIZE
                   WT-RECORD-NUM(WS-WT-I) DELIMITED BY SIZE
                   INTO WAIT-RPT-REC(1:10)
               END-STRING
           END-IF
           STRING WT-ORIGIN(WS-WT-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WT-DATE(WS-WT-I) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WT-TIME(WS-WT-I)(1:4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WT-ASK-DATE(WS-WT-I) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WT-ASK-TIME(WS-WT-I)(1:4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WT-PRI(WS-WT-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WT-EXC(WS-WT-I) DELIMITED BY SIZE
               INTO WAIT-RPT-REC(13:80)
           END-STRING
           IF WT-PRI(WS-WT-I) = "U"
               MOVE "URGENT" TO WAIT-RPT-REC(70:6)
           END-IF
           WRITE WAIT-RPT-REC
       END-IF
   END-PERFORM.
   MOVE SPACES TO WAIT-RPT-REC.
   WRITE WAIT-RPT-REC.
   MOVE SPACES TO WAIT-RPT-REC.
   STRING "REPETITIONS AWAITED " DELIMITED BY SIZE
       WS-WT-OPEN-COUNT DELIMITED BY SIZE
       INTO WAIT-RPT-REC
   END-STRING.
   WRITE WAIT-RPT-REC.
   IF WS-WT-DROPPED > 0
       MOVE SPACES TO WAIT-RPT-REC
       STRING "TABLE FULL - " DELIMITED BY SIZE
           WS-WT-DROPPED DELIMITED BY SIZE
           " LATER REQUEST(S) NOT LISTED" DELIMITED BY SIZE
           INTO WAIT-RPT-REC
       END-STRING
       WRITE WAIT-RPT-REC
   END-IF.
   CLOSE WAIT-RPT-FILE.

   EXIT.

WAIT-POST-RECORD.
*> A received copy closes any earlier wait on the same serial from
*> the same station - it supersedes it - and opens one of its own if
*> it was asked about. A corrected copy updates the wait on the
*> original it was made from: asked again, or closed.
   MOVE 0 TO WS-WT-I.
   IF ARC-SERIAL NOT = SPACES
       PERFORM VARYING WS-RPT-SCAN FROM 1 BY 1
               UNTIL WS-RPT-SCAN > WS-WT-COUNT
           IF WT-OPEN(WS-RPT-SCAN) = "Y"
                   AND WT-SERIAL(WS-RPT-SCAN) = ARC-SERIAL
                   AND WT-ORIGIN(WS-RPT-SCAN) = ARC-ORIGIN
               MOVE WS-RPT-SCAN TO WS-WT-I
           END-IF
       END-PERFORM
   END-IF.
   IF ARC-IS-ORDINARY OR ARC-IS-RELAY-IN
       IF WS-WT-I > 0
           MOVE "N" TO WT-OPEN(WS-WT-I)
       END-IF
       IF ARC-REPEAT-ASKED = "Y"
           IF WS-WT-COUNT < 500
               ADD 1 TO WS-WT-COUNT
               MOVE ARC-SERIAL TO WT-SERIAL(WS-WT-COUNT)
               MOVE ARC-ORIGIN TO WT-ORIGIN(WS-WT-COUNT)
               MOVE ARC-DATE TO WT-DATE(WS-WT-COUNT)
               MOVE ARC-TIME TO WT-TIME(WS-WT-COUNT)
               MOVE ARC-RECORD-NUM TO WT-RECORD-NUM(WS-WT-COUNT)
               MOVE ARC-DATE TO WT-ASK-DATE(WS-WT-COUNT)
               MOVE ARC-TIME TO WT-ASK-TIME(WS-WT-COUNT)
               MOVE ARC-PRI TO WT-PRI(WS-WT-COUNT)
               MOVE ARC-EXC-COUNT TO WT-EXC(WS-WT-COUNT)
               MOVE "Y" TO WT-OPEN(WS-WT-COUNT)
           ELSE
               ADD 1 TO WS-WT-DROPPED
           END-IF
       END-IF
   ELSE
       IF ARC-IS-MERGED AND WS-WT-I > 0
           IF ARC-REF-DATE = WT-DATE(WS-WT-I)
               IF ARC-REPEAT-ASKED = "Y"
                   MOVE ARC-DATE TO WT-ASK-DATE(WS-WT-I)
                   MOVE ARC-TIME TO WT-ASK-TIME(WS-WT-I)
                   MOVE ARC-EXC-COUNT TO WT-EXC(WS-WT-I)
               ELSE
                   MOVE "N" TO WT-OPEN(WS-WT-I)
               END-IF
           END-IF
       END-IF
   END-IF.

   EXIT.

WRITE-RUN-SUMMARY.
*> The one page the shift supervisor plans the morning transmission
*> schedule from: what the run processed, what it joined, what went
*> wrong, and how much air time the converted traffic needs at the
   END-STRING.
   WRITE SUMMARY-REC.

   MOVE SPACES TO SUMMARY-REC.
   STRING "REFUSED DESTINATION MSGS:  " DELIMITED BY SIZE
       WS-RUN-UNSTN-COUNT DELIMITED BY SIZE
       INTO SUMMARY-REC
   END-STRING.
   WRITE SUMMARY-REC.

   MOVE SPACES TO SUMMARY-REC.
   STRING "BAD NUMERIC GROUP MSGS:    " DELIMITED BY SIZE
       WS-RUN-BADGR-COUNT DELIMITED BY SIZE
       INTO SUMMARY-REC
   END-STRING.
   WRITE SUMMARY-REC.

   MOVE SPACES TO SUMMARY-REC.
   STRING "MESSAGES REJECTED:         " DELIMITED BY SIZE
       WS-REJECT-COUNT DELIMITED BY SIZE
       END-STRING
       WRITE SUMMARY-REC
   END-PERFORM.

*> Each book copy tried this run, under its parent book number, so
*> the supervisor can see which addressees of a circular went.
   IF WS-RUN-BOOK-COUNT > 0
       MOVE SPACES TO SUMMARY-REC
       MOVE "BOOK MESSAGES:" TO SUMMARY-REC
       WRITE SUMMARY-REC
       PERFORM VARYING WS-RUN-BOOK-I FROM 1 BY 1
               UNTIL WS-RUN-BOOK-I > WS-RUN-BOOK-COUNT
           MOVE SPACES TO SUMMARY-REC
           STRING "  BOOK " DELIMITED BY SIZE
               RB-BOOK(WS-RUN-BOOK-I) DELIMITED BY SIZE
               " COPY " DELIMITED BY SIZE
               RB-SERIAL(WS-RUN-BOOK-I) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RB-DEST(WS-RUN-BOOK-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RB-RESULT(WS-RUN-BOOK-I) DELIMITED BY SIZE
               INTO SUMMARY-REC
           END-STRING
           WRITE SUMMARY-REC
       END-PERFORM
   END-IF.
   CLOSE SUMMARY-FILE.

   DISPLAY "Run summary written to RUNSUMM.".
*> and PRINT-MESSAGE-FORM can still split the string on spaces.
*> WS-INDEX steps through WS-MESSAGE by WS-CHAR-WIDTH (1 or 2 bytes),
*> not a flat 1, since Cyrillic characters are 2-byte UTF-8.
*> Cut-number traffic takes its digits' codes from CUT-CODE instead
*> of the table.
   MOVE SPACES TO WS-MORSE.
   MOVE 0 TO WS-EXCEPTION-COUNT.
   MOVE 0 TO WS-MORSE-TRUNCATED.
       PERFORM EXTRACT-CHAR-AT-INDEX
       IF WS-CHAR = "<"
           PERFORM ENCODE-PROSIGN
       ELSE
       IF ENV-IS-CUT AND WS-CHAR(1:1) IS NUMERIC
           PERFORM FIND-CUT-CODE
       ELSE
           PERFORM FIND-MORSE
       END-IF
       END-IF
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CODE)) TO WS-SYMBOL-COUNT
       IF WS-SYMBOL-COUNT > 0
           IF (WS-MORSE-PTR + WS-SYMBOL-COUNT - 1) <= FUNCTION LENGTH(WS-MORSE)

ASSEMBLE-BATCH-MESSAGE.
*> Column 100 of each MSGIN record is a continuation flag: "+" means
*> more segments follow; columns 1-99 carry message content. Up to 5
*> segments per logical message, as many as a full 400-byte message
*> needs; content past the 400th byte is dropped with a warning. A
*> continuation card's content is not assumed to fill all 99 columns - every
*> segment, continuation or final, has its trailing blanks trimmed
*> before being appended to WS-MESSAGE at a running offset
*> (WS-MSG-PTR), so a short segment never pads WS-MESSAGE with blanks
   PERFORM APPEND-BATCH-SEGMENT.

   PERFORM UNTIL WS-CONTINUE-FLAG NOT = "+"
           OR WS-SEGMENT-COUNT >= 5
           OR MSG-IN-AT-EOF
       READ MSG-IN-FILE INTO WS-TEXT
           AT END
       DISPLAY "NOTE: record " WS-RECORD-NUM
           " read as a continuation card (column 100 = '+')."
   END-IF.
   IF WS-MSG-PTR + WS-SEG-TRIM-LEN > 401
       COMPUTE WS-SEG-TRIM-LEN = 401 - WS-MSG-PTR
       DISPLAY "WARNING: record " WS-RECORD-NUM " runs the message "
           "past 400 bytes - the rest of the card is dropped."
   END-IF.
   IF WS-SEG-TRIM-LEN > 0
       MOVE WS-TEXT(1:WS-SEG-TRIM-LEN)
           TO WS-MESSAGE(WS-MSG-PTR:WS-SEG-TRIM-LEN)
           IF WS-RCV-RECORD-NUM > 0
               DISPLAY "CHECK COUNT MISMATCH (transcript record "
                   WS-RCV-RECORD-NUM "): expected " WS-EXPECTED-CK
                   " " FUNCTION TRIM(WS-CK-UNIT) ", recovered "
                   WS-DECODED-WORDS
                   " - request repetition from sender"
           ELSE
               DISPLAY "CHECK COUNT MISMATCH: expected "
                   WS-EXPECTED-CK " " FUNCTION TRIM(WS-CK-UNIT)
                   ", recovered "
                   WS-DECODED-WORDS
                   " - request repetition from sender"
           END-IF
       ELSE
           DISPLAY "Check count verified: " WS-DECODED-WORDS
               " " FUNCTION TRIM(WS-CK-UNIT) "."
       END-IF
   END-IF.

*> symbols and 1-unit intra-symbol gaps are counted like any other
*> single character's, and it gets one 3-unit gap after it - no
*> per-letter inter-character gaps, which is what makes it cheaper
*> on the air than the letters it replaces. Cut-number digits are
*> timed off their cut codes, the same codes CONVERT-TEXT-TO-MORSE
*> sent, so the estimate shows the air time they save.
   MOVE WS-MESSAGE-LEN TO WS-LENGTH.
   MOVE 1 TO WS-INDEX.
   PERFORM UNTIL WS-INDEX > WS-MESSAGE-LEN
       PERFORM EXTRACT-CHAR-AT-INDEX
       IF WS-CHAR = "<"
           PERFORM ENCODE-PROSIGN
       ELSE
       IF ENV-IS-CUT AND WS-CHAR(1:1) IS NUMERIC
           PERFORM FIND-CUT-CODE
       ELSE
           PERFORM FIND-MORSE
       END-IF
       END-IF
       IF WS-CHAR = SPACE
           ADD 7 TO WS-TOTAL-UNITS
       ELSE

   EXIT.

LOAD-STATION-MASTER.
*> Loaded once a run. A STNMAST with no records counts as on file -
*> the supervisor has emptied it, not abandoned it.
   IF WS-STM-LOADED = "N"
       MOVE "Y" TO WS-STM-LOADED
       MOVE 0 TO WS-SM-COUNT
       MOVE "N" TO WS-STM-FILE-FOUND
       MOVE "N" TO WS-STM-EOF
       OPEN INPUT STATION-MASTER-FILE
       IF WS-STM-STATUS = "00"
           MOVE "Y" TO WS-STM-FILE-FOUND
           PERFORM UNTIL STATION-MASTER-AT-EOF
               READ STATION-MASTER-FILE
                   AT END
                       SET STATION-MASTER-AT-EOF TO TRUE
                   NOT AT END
                       IF STM-CALLSIGN NOT = SPACES
                           IF WS-SM-COUNT < 200
                               ADD 1 TO WS-SM-COUNT
                               PERFORM STORE-STATION-RECORD
                           ELSE
                               DISPLAY "WARNING: STNMAST has more "
                                   "than 200 stations - " STM-CALLSIGN
                                   " ignored."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-MASTER-FILE
       END-IF
   END-IF.

   EXIT.

STORE-STATION-RECORD.
   MOVE STM-CALLSIGN TO SM-CALLSIGN(WS-SM-COUNT).
   MOVE STM-NAME TO SM-NAME(WS-SM-COUNT).
   MOVE STM-NET TO SM-NET(WS-SM-COUNT).
   MOVE STM-WIN-START TO SM-WIN-START(WS-SM-COUNT).
   IF STM-WIN-LEN IS NUMERIC
       MOVE STM-WIN-LEN TO SM-WIN-LEN(WS-SM-COUNT)
   ELSE
       MOVE 0 TO SM-WIN-LEN(WS-SM-COUNT)
   END-IF.
   IF STM-WPM IS NUMERIC
       MOVE STM-WPM TO SM-WPM(WS-SM-COUNT)
   ELSE
       MOVE 0 TO SM-WPM(WS-SM-COUNT)
   END-IF.
*> A status other than S or C reads as active, as a record from
*> before the status was kept would.
   IF STM-STATUS = "S" OR STM-STATUS = "C"
       MOVE STM-STATUS TO SM-STATUS(WS-SM-COUNT)
   ELSE
       MOVE "A" TO SM-STATUS(WS-SM-COUNT)
   END-IF.

   EXIT.

CHECK-STATION-CALLSIGN.
*> Verdict on WS-SM-CALL into WS-SM-CHECK, its slot in WS-SM-SLOT.
   MOVE "U" TO WS-SM-CHECK.
   MOVE 0 TO WS-SM-SLOT.
   PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > WS-SM-COUNT
       IF SM-CALLSIGN(SM-IDX) = WS-SM-CALL
           MOVE SM-IDX TO WS-SM-SLOT
           IF SM-IS-ACTIVE(SM-IDX)
               MOVE SPACE TO WS-SM-CHECK
           ELSE
               MOVE SM-STATUS(SM-IDX) TO WS-SM-CHECK
           END-IF
           EXIT PERFORM
       END-IF
   END-PERFORM.

   EXIT.

SAVE-STATION-MASTER.
   OPEN OUTPUT STATION-MASTER-FILE.
   PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > WS-SM-COUNT
       MOVE SPACES TO STATION-MASTER-REC
       MOVE SM-CALLSIGN(SM-IDX) TO STM-CALLSIGN
       MOVE SM-NAME(SM-IDX) TO STM-NAME
       MOVE SM-NET(SM-IDX) TO STM-NET
       MOVE SM-WIN-START(SM-IDX) TO STM-WIN-START
       MOVE SM-WIN-LEN(SM-IDX) TO STM-WIN-LEN
       MOVE SM-STATUS(SM-IDX) TO STM-STATUS
       IF SM-WPM(SM-IDX) > 0
           MOVE SM-WPM(SM-IDX) TO STM-WPM
       END-IF
       WRITE STATION-MASTER-REC
   END-PERFORM.
   CLOSE STATION-MASTER-FILE.
   MOVE "Y" TO WS-STM-FILE-FOUND.

   EXIT.

SEED-STATION-MASTER.
*> First use of the screen at a station still routing off NETRTE:
*> every NETRTE destination comes across as an active station on
*> its net, with whatever window and speed NETRTE gave its net,
*> and the supervisor fills in names and the rest, so the
*> two lists never have to be kept side by side.
   PERFORM ROUTE-FROM-NETRTE.
   PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > WS-ROUTE-COUNT
       IF WS-SM-COUNT < 200
           ADD 1 TO WS-SM-COUNT
           MOVE RT-DEST(RT-IDX) TO SM-CALLSIGN(WS-SM-COUNT)
           MOVE SPACES TO SM-NAME(WS-SM-COUNT)
           MOVE RT-NET(RT-IDX) TO SM-NET(WS-SM-COUNT)
           MOVE RT-WIN-START(RT-IDX) TO SM-WIN-START(WS-SM-COUNT)
           MOVE RT-WIN-LEN(RT-IDX) TO SM-WIN-LEN(WS-SM-COUNT)
           MOVE "A" TO SM-STATUS(WS-SM-COUNT)
           MOVE RT-WPM(RT-IDX) TO SM-WPM(WS-SM-COUNT)
       END-IF
   END-PERFORM.
   IF WS-SM-COUNT > 0
       DISPLAY "No STNMAST yet - " WS-SM-COUNT " station(s) taken "
           "from NETRTE; saved on exit."
   END-IF.

   EXIT.

MAINTAIN-STATION-MASTER.
*> Same supervisor gate and screen shape as MAINTAIN-ABBR-TABLE -
*> STNMAST saved here is what every later BATCH and RDECODE run
*> routes and checks callsigns by.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "Enter Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
   END-IF.
   PERFORM VALIDATE-OPERATOR.
   IF OPERATOR-IS-VALID AND NOT OPERATOR-IS-SUPERVISOR
       DISPLAY "ERROR: operator " WS-OPERATOR-ID " is not authorized "
           "for station master maintenance."
       MOVE "N" TO WS-OPR-VALID
   END-IF.
   IF NOT OPERATOR-IS-VALID
       MOVE "Y" TO WS-SM-DONE
   ELSE
       MOVE "N" TO WS-SM-DONE
       PERFORM LOAD-STATION-MASTER
       IF NOT STATION-MASTER-ON-FILE
           MOVE 0 TO WS-ROUTE-COUNT
           MOVE 1 TO WS-NET-COUNT
           MOVE "UNROUTED" TO NT-NET(1)
           PERFORM SEED-STATION-MASTER
       END-IF
   END-IF.
   PERFORM UNTIL STATION-MAINT-IS-DONE
       DISPLAY " "
       DISPLAY "Station Master Maintenance ("
           WS-SM-COUNT " stations)"
       DISPLAY "  A - Add/change a station"
       DISPLAY "  T - Set a station's status (active/suspended/closed)"
       DISPLAY "  D - Delete a station"
       DISPLAY "  L - List the stations"
       DISPLAY "  S - Save and exit"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-SM-CHOICE
       MOVE FUNCTION UPPER-CASE(WS-SM-CHOICE) TO WS-SM-CHOICE

       EVALUATE WS-SM-CHOICE
           WHEN "A" PERFORM STATION-ADD-OR-CHANGE
           WHEN "T" PERFORM STATION-SET-STATUS
           WHEN "D" PERFORM STATION-DELETE
           WHEN "L" PERFORM STATION-LIST
           WHEN "S"
               PERFORM SAVE-STATION-MASTER
               MOVE "Y" TO WS-SM-DONE
           WHEN OTHER
               DISPLAY "Unrecognized choice."
       END-EVALUATE
   END-PERFORM.

   EXIT.

STATION-ADD-OR-CHANGE.
*> A blank answer to a field of an existing station keeps what is
*> on file. The window start is HHMM on the 24-hour clock and the
*> length is in minutes; the speed is the net's working WPM.
   DISPLAY "Callsign: " WITH NO ADVANCING.
   MOVE SPACES TO WS-SM-CALL.
   ACCEPT WS-SM-CALL.
   MOVE FUNCTION UPPER-CASE(WS-SM-CALL) TO WS-SM-CALL.
   IF WS-SM-CALL = SPACES
       DISPLAY "No callsign given."
   ELSE
       PERFORM CHECK-STATION-CALLSIGN
       DISPLAY "Full name: " WITH NO ADVANCING
       MOVE SPACES TO WS-SM-NAME
       ACCEPT WS-SM-NAME
       DISPLAY "Net: " WITH NO ADVANCING
       MOVE SPACES TO WS-SM-NET
       ACCEPT WS-SM-NET
       MOVE FUNCTION UPPER-CASE(WS-SM-NET) TO WS-SM-NET
       DISPLAY "Window start (HHMM): " WITH NO ADVANCING
       MOVE SPACES TO WS-SM-WIN-START
       ACCEPT WS-SM-WIN-START
       DISPLAY "Window length (minutes): " WITH NO ADVANCING
       MOVE SPACES TO WS-SM-WIN-LEN-IN
       ACCEPT WS-SM-WIN-LEN-IN
       DISPLAY "Net speed (WPM): " WITH NO ADVANCING
       MOVE SPACES TO WS-SM-WPM-IN
       ACCEPT WS-SM-WPM-IN
       IF WS-SM-WIN-START NOT = SPACES
               AND (WS-SM-WIN-START IS NOT NUMERIC
                   OR WS-SM-WIN-START(1:2) > "23"
                   OR WS-SM-WIN-START(3:2) > "59")
           DISPLAY "Window start must be HHMM - station not changed."
       ELSE
       IF WS-SM-WIN-LEN-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SM-WIN-LEN-IN) NOT = 0
           DISPLAY "Window length must be minutes - station not "
               "changed."
       ELSE
       IF WS-SM-WPM-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SM-WPM-IN) NOT = 0
           DISPLAY "Net speed must be words per minute - station "
               "not changed."
       ELSE
           IF WS-SM-SLOT = 0
               IF WS-SM-COUNT < 200
                   ADD 1 TO WS-SM-COUNT
                   MOVE WS-SM-COUNT TO WS-SM-SLOT
                   MOVE WS-SM-CALL TO SM-CALLSIGN(WS-SM-SLOT)
                   MOVE SPACES TO SM-NAME(WS-SM-SLOT)
                   MOVE SPACES TO SM-NET(WS-SM-SLOT)
                   MOVE SPACES TO SM-WIN-START(WS-SM-SLOT)
                   MOVE 0 TO SM-WIN-LEN(WS-SM-SLOT)
                   MOVE "A" TO SM-STATUS(WS-SM-SLOT)
                   MOVE 0 TO SM-WPM(WS-SM-SLOT)
               ELSE
                   DISPLAY "Station master is full - cannot add "
                       "another station."
               END-IF
           END-IF
           IF WS-SM-SLOT > 0
               IF WS-SM-NAME NOT = SPACES
                   MOVE WS-SM-NAME TO SM-NAME(WS-SM-SLOT)
               END-IF
               IF WS-SM-NET NOT = SPACES
                   MOVE WS-SM-NET TO SM-NET(WS-SM-SLOT)
               END-IF
               IF WS-SM-WIN-START NOT = SPACES
                   MOVE WS-SM-WIN-START TO SM-WIN-START(WS-SM-SLOT)
               END-IF
               IF WS-SM-WIN-LEN-IN NOT = SPACES
                   COMPUTE SM-WIN-LEN(WS-SM-SLOT) =
                       FUNCTION NUMVAL(WS-SM-WIN-LEN-IN)
               END-IF
               IF WS-SM-WPM-IN NOT = SPACES
                   COMPUTE SM-WPM(WS-SM-SLOT) =
                       FUNCTION NUMVAL(WS-SM-WPM-IN)
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF
   END-IF.

   EXIT.

STATION-SET-STATUS.
*> Suspending or closing a station is how it is taken out of
*> traffic; its record stays so its history still reads.
   DISPLAY "Callsign: " WITH NO ADVANCING.
   MOVE SPACES TO WS-SM-CALL.
   ACCEPT WS-SM-CALL.
   MOVE FUNCTION UPPER-CASE(WS-SM-CALL) TO WS-SM-CALL.
   PERFORM CHECK-STATION-CALLSIGN.
   IF WS-SM-SLOT = 0
       DISPLAY "Station not on the station master."
   ELSE
       DISPLAY "Status (A active, S suspended, C closed): "
           WITH NO ADVANCING
       MOVE SPACE TO WS-SM-STATUS-IN
       ACCEPT WS-SM-STATUS-IN
       MOVE FUNCTION UPPER-CASE(WS-SM-STATUS-IN) TO WS-SM-STATUS-IN
       IF WS-SM-STATUS-IN = "A" OR WS-SM-STATUS-IN = "S"
               OR WS-SM-STATUS-IN = "C"
           MOVE WS-SM-STATUS-IN TO SM-STATUS(WS-SM-SLOT)
       ELSE
           DISPLAY "Status must be A, S or C - not changed."
       END-IF
   END-IF.

   EXIT.

STATION-DELETE.
   DISPLAY "Callsign to delete: " WITH NO ADVANCING.
   MOVE SPACES TO WS-SM-CALL.
   ACCEPT WS-SM-CALL.
   MOVE FUNCTION UPPER-CASE(WS-SM-CALL) TO WS-SM-CALL.
   PERFORM CHECK-STATION-CALLSIGN.
   IF WS-SM-SLOT > 0
       PERFORM VARYING SM-IDX FROM WS-SM-SLOT BY 1
               UNTIL SM-IDX >= WS-SM-COUNT
           MOVE SM-ENTRY(SM-IDX + 1) TO SM-ENTRY(SM-IDX)
       END-PERFORM
       SUBTRACT 1 FROM WS-SM-COUNT
   ELSE
       DISPLAY "Station not on the station master."
   END-IF.

   EXIT.

STATION-LIST.
   PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > WS-SM-COUNT
       MOVE SM-WIN-LEN(SM-IDX) TO WS-SM-LEN-ED
       MOVE SM-WPM(SM-IDX) TO WS-SM-WPM-ED
       DISPLAY "  " SM-CALLSIGN(SM-IDX) " " SM-STATUS(SM-IDX)
           " NET " SM-NET(SM-IDX) " WINDOW " SM-WIN-START(SM-IDX)
           " " WS-SM-LEN-ED " MIN " WS-SM-WPM-ED " WPM "
           FUNCTION TRIM(SM-NAME(SM-IDX))
   END-PERFORM.

   EXIT.

LOAD-ABBR-FILE.
*> Same first-run seeding pattern as LOAD-CODE-TABLE: a missing
*> SVCABBR is built with the standard service abbreviations and
*> saved, and the supervisor grows it through the ABBR screen.
   MOVE 0 TO WS-ABBR-COUNT.
   MOVE "N" TO WS-ABBR-EOF.
   OPEN INPUT ABBR-FILE.
   IF WS-ABBR-STATUS = "35"
       PERFORM BUILD-DEFAULT-ABBR-TABLE
       PERFORM SAVE-ABBR-FILE
   ELSE
       PERFORM UNTIL ABBR-FILE-AT-EOF
           READ ABBR-FILE
               AT END
                   SET ABBR-FILE-AT-EOF TO TRUE
               NOT AT END
                   IF WS-ABBR-COUNT < 100
                       ADD 1 TO WS-ABBR-COUNT
                       MOVE ABR-NAME TO AB-NAME(WS-ABBR-COUNT)
                       MOVE ABR-MEANING TO AB-MEANING(WS-ABBR-COUNT)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ABBR-FILE
   END-IF.

   EXIT.

BUILD-DEFAULT-ABBR-TABLE.
*> The Щ-series are the Cyrillic Q-codes; ПВТ and СЛЖ are the
*> shorthand our own service messages use.
   MOVE 0 TO WS-ABBR-COUNT.
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩРВ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ГОТОВ К ПРИЕМУ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩТЦ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ИМЕЮ РАДИОГРАММУ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩСЛ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ПОДТВЕРДИТЕ ПРИЕМ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩРС" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ПЕРЕДАВАЙТЕ МЕДЛЕННЕЕ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩРЩ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ПЕРЕДАВАЙТЕ БЫСТРЕЕ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩРМ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "МЕШАЮТ ПОМЕХИ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ЩРТ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ПРЕКРАТИТЕ ПЕРЕДАЧУ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "ПВТ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "ПОВТОРИТЕ" TO AB-MEANING(WS-ABBR-COUNT).
   ADD 1 TO WS-ABBR-COUNT
   MOVE "СЛЖ" TO AB-NAME(WS-ABBR-COUNT)
   MOVE "СЛУЖЕБНАЯ" TO AB-MEANING(WS-ABBR-COUNT).

   EXIT.

SAVE-ABBR-FILE.
   OPEN OUTPUT ABBR-FILE.
   PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > WS-ABBR-COUNT
       MOVE SPACES TO ABBR-REC
   END-IF.
   MOVE WS-MESSAGE TO ARC-TEXT.
   MOVE WS-MORSE TO ARC-MORSE.
*> The reference pair is what a later receipt or aging run keys
*> the send on: the serial and the date it is registered under -
*> today's for fresh traffic, the original's for a retransmission.
*> Relayed traffic is under another station's serial and has none.
   MOVE WS-ENV-ORIGIN TO ARC-ORIGIN.
   MOVE WS-ENV-DEST TO ARC-DEST.
   MOVE WS-ENV-FILED TO ARC-FILED.
   MOVE 0 TO ARC-REF-DATE.
   MOVE WS-ENV-TRAIL TO ARC-TRAIL.
   MOVE WS-ENV-BOOK TO ARC-BOOK.
   MOVE WS-ENV-CLASS TO ARC-CLASS.
   IF NOT ENV-NOT-RELAYED
       MOVE "V" TO ARC-KIND
   ELSE
   IF ENV-IS-REPEAT
       MOVE "T" TO ARC-KIND
       MOVE WS-ENV-SERIAL TO ARC-REF-SERIAL
       MOVE WS-ENV-ORIG-DATE TO ARC-REF-DATE
   ELSE
       IF WS-ENV-SERIAL NOT = SPACES AND WS-REG-DATE > 0
           MOVE WS-ENV-SERIAL TO ARC-REF-SERIAL
           MOVE WS-REG-DATE TO ARC-REF-DATE
       END-IF
   END-IF
   END-IF.
   WRITE ARCHIVE-REC.
   ADD 1 TO WS-ARCH-SEQ.
   PERFORM WRITE-ARCHIVE-INDEX-ENTRY.
       MOVE "Y" TO WS-INQ-DONE
   ELSE
       MOVE "N" TO WS-INQ-DONE
       PERFORM LOAD-SERIAL-REGISTER
   END-IF.
   PERFORM UNTIL INQUIRY-IS-DONE
       DISPLAY " "
   DISPLAY ARC-DATE "-" ARC-TIME " " ARC-OPERATOR " MSG " ARC-SERIAL
       " REC " ARC-RECORD-NUM " LEN " ARC-MSG-LEN
       " EXC " ARC-EXC-COUNT " DIR " ARC-DIR.
   IF ARC-ORIGIN NOT = SPACES OR ARC-DEST NOT = SPACES
       DISPLAY "  FM " ARC-ORIGIN " TO " ARC-DEST " FILED " ARC-FILED
   END-IF.
   EVALUATE TRUE
       WHEN ARC-IS-RETRANSMISSION
           DISPLAY "  RETRANSMISSION OF SERIAL " ARC-REF-SERIAL
               " OF " ARC-REF-DATE
       WHEN ARC-IS-RECEIPT
           DISPLAY "  RECEIPT FOR OUR SERIAL " ARC-REF-SERIAL
               " OF " ARC-REF-DATE
       WHEN ARC-IS-RELAY-IN
           DISPLAY "  RECEIVED FOR RELAY TO " ARC-DEST
       WHEN ARC-IS-RELAY-OUT
           DISPLAY "  RELAYED ON TO " ARC-DEST
       WHEN ARC-IS-CANCELLATION
           DISPLAY "  CANCELLATION OF SERIAL " ARC-REF-SERIAL
               " OF " ARC-REF-DATE " BY " ARC-OPERATOR
       WHEN ARC-IS-MERGED
           DISPLAY "  CORRECTED COPY OF SERIAL " ARC-REF-SERIAL
               " RECEIVED " ARC-REF-DATE " - REPETITION MERGED"
       WHEN ARC-IS-REPETITION
           DISPLAY "  REPETITION FOR SERIAL " ARC-REF-SERIAL
   END-EVALUATE.
   IF ARC-REPEAT-ASKED = "Y"
       DISPLAY "  REPETITION REQUESTED"
   END-IF.
   IF ARC-TRAIL NOT = SPACES
       DISPLAY "  VIA " FUNCTION TRIM(ARC-TRAIL)
   END-IF.
   IF ARC-BOOK NOT = SPACES
       DISPLAY "  COPY OF BOOK " ARC-BOOK
   END-IF.
   IF ARC-CLASS = "N"
       DISPLAY "  NUMERIC GROUPS"
   ELSE
       IF ARC-CLASS = "C"
           DISPLAY "  NUMERIC GROUPS IN CUT NUMBERS"
       END-IF
   END-IF.
   IF ARC-DIR = "S" AND ARC-REF-SERIAL NOT = SPACES
           AND ARC-REF-DATE IS NUMERIC
           AND (ARC-IS-ORDINARY OR ARC-IS-RETRANSMISSION)
       PERFORM INQUIRY-SHOW-RECEIPT
   END-IF.
   DISPLAY "  " FUNCTION TRIM(ARC-TEXT).
   IF WS-INQ-CHOICE = "M"
       MOVE ARC-MORSE TO WS-MORSE

   EXIT.

INQUIRY-SHOW-RECEIPT.
*> Where the send stands on SERIALRG. A serial older than the
*> register's 31 days has rolled off and is shown as such.
   MOVE 0 TO WS-RCPT-I.
   PERFORM VARYING SR-IDX FROM 1 BY 1
           UNTIL SR-IDX > WS-REG-COUNT
       IF SR-SERIAL(SR-IDX) = ARC-REF-SERIAL
               AND SR-DATE(SR-IDX) = ARC-REF-DATE
           SET WS-RCPT-I TO SR-IDX
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF WS-RCPT-I = 0
       DISPLAY "  RECEIPT: NOT ON SERIALRG"
   ELSE
       EVALUATE TRUE
           WHEN SR-IS-CONFIRMED(WS-RCPT-I)
               DISPLAY "  RECEIPT: CONFIRMED "
                   SR-EVENT-DATE(WS-RCPT-I) "-"
                   SR-EVENT-TIME(WS-RCPT-I)
           WHEN SR-IS-CANCELLED(WS-RCPT-I)
               DISPLAY "  RECEIPT: CANCELLED "
                   SR-EVENT-DATE(WS-RCPT-I) "-"
                   SR-EVENT-TIME(WS-RCPT-I)
           WHEN OTHER
               DISPLAY "  RECEIPT: OUTSTANDING"
       END-EVALUATE
   END-IF.

   EXIT.

ARCHIVE-RETENTION.
*> Period-end maintenance, supervisor-only like MAINT: TRAFARCH
*> records dated before the cutoff roll off to the dated history
                       MOVE SPACES TO HISTORY-REC
                       MOVE ARCHIVE-REC TO HISTORY-REC
                       WRITE HISTORY-REC
                       IF NOT ARC-IS-CANCELLATION
                               AND NOT ARC-IS-MERGED
                           PERFORM ACCUMULATE-ARCHIVE-STATS
                       END-IF
                   ELSE
                       ADD 1 TO WS-RET-KEPT
                       MOVE SPACES TO ARCH-WORK-REC
                       SET ARCHIVE-AT-EOF TO TRUE
                   NOT AT END
                       IF ARC-DATE = WS-SHIFT-DATE
                               AND NOT ARC-IS-CANCELLATION
                               AND NOT ARC-IS-MERGED
                           PERFORM SHIFT-ACCUMULATE-RECORD
                       END-IF
               END-READ

   EXIT.

OUTSTANDING-AGING-REPORT.
*> The watch supervisor's missing-receipt list, which used to come
*> off the paper log: every sent serial on TRAFARCH the far station
*> has not confirmed on SERIALRG, aged from its first send and from
*> its latest, broken down by destination and priority, to AGERPT.
*> A message idle past its priority's threshold is overdue, and is
*> redrafted to RTXMSG as MSGIN cards for the next BATCH run - the
*> redraft is a retransmission under the serial it already holds.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "ERROR: AGING mode requires an operator ID, e.g. "
           "AGING OPR1 - no report produced."
   ELSE
       PERFORM VALIDATE-OPERATOR
   END-IF.
   IF OPERATOR-IS-VALID
       DISPLAY "Overdue after how many hours, urgent (0 = "
           WS-AGE-URG-HOURS "): " WITH NO ADVANCING
       MOVE 0 TO WS-AGE-HOURS-IN
       ACCEPT WS-AGE-HOURS-IN
       IF WS-AGE-HOURS-IN > 0
           MOVE WS-AGE-HOURS-IN TO WS-AGE-URG-HOURS
       END-IF
       DISPLAY "Overdue after how many hours, routine (0 = "
           WS-AGE-RTN-HOURS "): " WITH NO ADVANCING
       MOVE 0 TO WS-AGE-HOURS-IN
       ACCEPT WS-AGE-HOURS-IN
       IF WS-AGE-HOURS-IN > 0
           MOVE WS-AGE-HOURS-IN TO WS-AGE-RTN-HOURS
       END-IF
       ACCEPT WS-AGE-NOW-DATE FROM DATE YYYYMMDD
       ACCEPT WS-AGE-NOW-TIME FROM TIME
       MOVE WS-AGE-NOW-DATE TO WS-AGE-CALC-DATE
       MOVE WS-AGE-NOW-TIME TO WS-AGE-CALC-TIME
       PERFORM AGING-CLOCK-MINUTES
       MOVE WS-AGE-CALC-MIN TO WS-AGE-NOW-MIN
       PERFORM LOAD-SERIAL-REGISTER
       MOVE "N" TO WS-ARCH-EOF
       OPEN INPUT ARCHIVE-FILE
       IF WS-ARCH-STATUS NOT = "00"
           DISPLAY "No traffic archive on file (status "
               WS-ARCH-STATUS ")."
       ELSE
           PERFORM AGING-COLLECT-SENT
           CLOSE ARCHIVE-FILE
           PERFORM AGING-COMPUTE-AGES
           PERFORM AGING-SORT-TABLE
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-RETRANSMISSIONS
       END-IF
   END-IF.

   EXIT.

AGING-COLLECT-SENT.
*> One slot per serial and register date. The original send and
*> each retransmission of it (ARC-KIND T, keyed back to the
*> original's register date) fold into the same slot; a sent record
*> from before the reference fields existed keys on its own date.
   MOVE 0 TO WS-AGE-COUNT.
   MOVE "N" TO WS-AGE-FULL-NOTED.
   PERFORM UNTIL ARCHIVE-AT-EOF
       READ ARCHIVE-FILE
           AT END
               SET ARCHIVE-AT-EOF TO TRUE
           NOT AT END
               IF ARC-DIR = "S" AND ARC-SERIAL NOT = SPACES
                       AND (ARC-IS-ORDINARY OR ARC-IS-RETRANSMISSION)
                   IF ARC-REF-DATE IS NUMERIC AND ARC-REF-DATE > 0
                       MOVE ARC-REF-DATE TO WS-AGE-KEY-DATE
                   ELSE
                       MOVE ARC-DATE TO WS-AGE-KEY-DATE
                   END-IF
                   PERFORM AGING-POST-SEND
               END-IF
       END-READ
   END-PERFORM.

   EXIT.

AGING-POST-SEND.
   MOVE 0 TO WS-AGE-SLOT.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1
           UNTIL WS-AGE-I > WS-AGE-COUNT
       IF AG-SERIAL(WS-AGE-I) = ARC-SERIAL
               AND AG-REG-DATE(WS-AGE-I) = WS-AGE-KEY-DATE
           MOVE WS-AGE-I TO WS-AGE-SLOT
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF WS-AGE-SLOT > 0
       MOVE ARC-DATE TO AG-LAST-DATE(WS-AGE-SLOT)
       MOVE ARC-TIME TO AG-LAST-TIME(WS-AGE-SLOT)
       IF AG-SENDS(WS-AGE-SLOT) < 99
           ADD 1 TO AG-SENDS(WS-AGE-SLOT)
       END-IF
   ELSE
       IF WS-AGE-COUNT < 1000
           ADD 1 TO WS-AGE-COUNT
           MOVE SPACES TO AG-ENTRY(WS-AGE-COUNT)
           MOVE ARC-SERIAL TO AG-SERIAL(WS-AGE-COUNT)
           MOVE WS-AGE-KEY-DATE TO AG-REG-DATE(WS-AGE-COUNT)
           MOVE ARC-DATE TO AG-FIRST-DATE(WS-AGE-COUNT)
           MOVE ARC-TIME TO AG-FIRST-TIME(WS-AGE-COUNT)
           MOVE ARC-DATE TO AG-LAST-DATE(WS-AGE-COUNT)
           MOVE ARC-TIME TO AG-LAST-TIME(WS-AGE-COUNT)
           MOVE 1 TO AG-SENDS(WS-AGE-COUNT)
           MOVE ARC-PRI TO AG-PRI(WS-AGE-COUNT)
           MOVE ARC-DEST TO AG-DEST(WS-AGE-COUNT)
           MOVE ARC-ORIGIN TO AG-ORIGIN(WS-AGE-COUNT)
           MOVE ARC-FILED TO AG-FILED(WS-AGE-COUNT)
           MOVE ARC-TEXT TO AG-TEXT(WS-AGE-COUNT)
           MOVE ARC-CLASS TO AG-CLASS(WS-AGE-COUNT)
           MOVE 0 TO AG-AGE-HOURS(WS-AGE-COUNT)
           MOVE 0 TO AG-IDLE-HOURS(WS-AGE-COUNT)
       ELSE
           IF WS-AGE-FULL-NOTED = "N"
               DISPLAY "WARNING: more than 1000 sent serials on "
                   "TRAFARCH - the rest are not aged this run."
               MOVE "Y" TO WS-AGE-FULL-NOTED
           END-IF
       END-IF
   END-IF.

   EXIT.

AGING-COMPUTE-AGES.
*> Settles each slot against SERIALRG, then drops the settled ones
*> (confirmed or cancelled) and those the register no longer holds
*> (rolled off after 31 days, or never registered) - the second
*> group is counted on the report so it is not lost silently.
*> What stays is aged in whole hours and marked overdue when its
*> idle time since the latest send reaches the threshold.
   MOVE 0 TO WS-AGE-SETTLED.
   MOVE 0 TO WS-AGE-UNREG.
   MOVE 0 TO WS-AGE-KEEP.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1
           UNTIL WS-AGE-I > WS-AGE-COUNT
       MOVE "N" TO AG-STATE(WS-AGE-I)
       PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-REG-COUNT
           IF SR-SERIAL(SR-IDX) = AG-SERIAL(WS-AGE-I)
                   AND SR-DATE(SR-IDX) = AG-REG-DATE(WS-AGE-I)
               IF SR-IS-CONFIRMED(SR-IDX) OR SR-IS-CANCELLED(SR-IDX)
                   MOVE "C" TO AG-STATE(WS-AGE-I)
               ELSE
                   MOVE SPACE TO AG-STATE(WS-AGE-I)
               END-IF
               EXIT PERFORM
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN AG-IS-SETTLED(WS-AGE-I)
               ADD 1 TO WS-AGE-SETTLED
           WHEN AG-NOT-REGISTERED(WS-AGE-I)
               ADD 1 TO WS-AGE-UNREG
           WHEN OTHER
               ADD 1 TO WS-AGE-KEEP
               IF WS-AGE-KEEP < WS-AGE-I
                   MOVE AG-ENTRY(WS-AGE-I) TO AG-ENTRY(WS-AGE-KEEP)
               END-IF
               PERFORM AGING-AGE-ENTRY
       END-EVALUATE
   END-PERFORM.
   MOVE WS-AGE-KEEP TO WS-AGE-COUNT.

   EXIT.

AGING-AGE-ENTRY.
*> Ages the slot just kept at WS-AGE-KEEP. A send stamped later
*> than the run clock (a clock reset) ages as zero, not as a
*> wrapped-around figure.
   MOVE AG-FIRST-DATE(WS-AGE-KEEP) TO WS-AGE-CALC-DATE.
   MOVE AG-FIRST-TIME(WS-AGE-KEEP) TO WS-AGE-CALC-TIME.
   PERFORM AGING-CLOCK-MINUTES.
   IF WS-AGE-NOW-MIN > WS-AGE-CALC-MIN
       COMPUTE AG-AGE-HOURS(WS-AGE-KEEP) =
           (WS-AGE-NOW-MIN - WS-AGE-CALC-MIN) / 60
   ELSE
       MOVE 0 TO AG-AGE-HOURS(WS-AGE-KEEP)
   END-IF.
   MOVE AG-LAST-DATE(WS-AGE-KEEP) TO WS-AGE-CALC-DATE.
   MOVE AG-LAST-TIME(WS-AGE-KEEP) TO WS-AGE-CALC-TIME.
   PERFORM AGING-CLOCK-MINUTES.
   IF WS-AGE-NOW-MIN > WS-AGE-CALC-MIN
       COMPUTE AG-IDLE-HOURS(WS-AGE-KEEP) =
           (WS-AGE-NOW-MIN - WS-AGE-CALC-MIN) / 60
   ELSE
       MOVE 0 TO AG-IDLE-HOURS(WS-AGE-KEEP)
   END-IF.
   EVALUATE AG-PRI(WS-AGE-KEEP)
       WHEN "U"
           MOVE 1 TO AG-RANK(WS-AGE-KEEP)
           MOVE WS-AGE-URG-HOURS TO WS-AGE-LIMIT
       WHEN "R"
           MOVE 2 TO AG-RANK(WS-AGE-KEEP)
           MOVE WS-AGE-RTN-HOURS TO WS-AGE-LIMIT
       WHEN OTHER
           MOVE 3 TO AG-RANK(WS-AGE-KEEP)
           MOVE WS-AGE-RTN-HOURS TO WS-AGE-LIMIT
   END-EVALUATE.
   COMPUTE AG-AGE-INV(WS-AGE-KEEP) = 99999 - AG-AGE-HOURS(WS-AGE-KEEP).
   IF AG-IDLE-HOURS(WS-AGE-KEEP) >= WS-AGE-LIMIT
       MOVE "Y" TO AG-STATE(WS-AGE-KEEP)
   END-IF.

   EXIT.

AGING-CLOCK-MINUTES.
*> Minutes since the calendar epoch for WS-AGE-CALC-DATE and the
*> HHMMSSCC clock in WS-AGE-CALC-TIME. An unusable date counts as
*> the epoch, so its message simply ages as very old.
   DIVIDE WS-AGE-CALC-TIME BY 1000000 GIVING WS-AGE-HH.
   COMPUTE WS-AGE-MM =
       FUNCTION MOD(WS-AGE-CALC-TIME / 10000, 100).
   IF WS-AGE-CALC-DATE >= 16010101
       COMPUTE WS-AGE-CALC-MIN =
           FUNCTION INTEGER-OF-DATE(WS-AGE-CALC-DATE) * 1440
           + WS-AGE-HH * 60 + WS-AGE-MM
   ELSE
       MOVE 0 TO WS-AGE-CALC-MIN
   END-IF.

   EXIT.

AGING-SORT-TABLE.
*> Destination, then urgent before routine, then oldest first -
*> AG-SORT-KEY is laid out in that order. The table is small, so
*> a selection sort through WS-AGE-HOLD does.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1
           UNTIL WS-AGE-I >= WS-AGE-COUNT
       PERFORM VARYING WS-AGE-J FROM WS-AGE-I BY 1
               UNTIL WS-AGE-J > WS-AGE-COUNT
           IF AG-SORT-KEY(WS-AGE-J) < AG-SORT-KEY(WS-AGE-I)
               MOVE AG-ENTRY(WS-AGE-I) TO WS-AGE-HOLD
               MOVE AG-ENTRY(WS-AGE-J) TO AG-ENTRY(WS-AGE-I)
               MOVE WS-AGE-HOLD TO AG-ENTRY(WS-AGE-J)
           END-IF
       END-PERFORM
   END-PERFORM.

   EXIT.

WRITE-AGING-REPORT.
   MOVE 0 TO WS-AGE-RTX-COUNT.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1 UNTIL WS-AGE-I > 3
       MOVE 0 TO AP-OUT(WS-AGE-I)
       MOVE 0 TO AP-OVER(WS-AGE-I)
   END-PERFORM.
   OPEN OUTPUT AGING-RPT-FILE.
   MOVE SPACES TO AGING-RPT-REC.
   STRING "OUTSTANDING TRAFFIC AS OF " DELIMITED BY SIZE
       WS-AGE-NOW-DATE DELIMITED BY SIZE
       "-" DELIMITED BY SIZE
       WS-AGE-NOW-TIME(1:4) DELIMITED BY SIZE
       " - OVERDUE AFTER " DELIMITED BY SIZE
       WS-AGE-URG-HOURS DELIMITED BY SIZE
       " HRS URGENT, " DELIMITED BY SIZE
       WS-AGE-RTN-HOURS DELIMITED BY SIZE
       " HRS ROUTINE" DELIMITED BY SIZE
       INTO AGING-RPT-REC
   END-STRING.
   WRITE AGING-RPT-REC.

   MOVE SPACES TO WS-AGE-DEST-HOLD.
   MOVE 0 TO WS-AGE-DEST-OUT.
   MOVE 0 TO WS-AGE-DEST-OVER.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1
           UNTIL WS-AGE-I > WS-AGE-COUNT
       IF WS-AGE-I = 1 OR AG-DEST(WS-AGE-I) NOT = WS-AGE-DEST-HOLD
           IF WS-AGE-I > 1
               PERFORM WRITE-AGING-SUBTOTAL
           END-IF
           MOVE AG-DEST(WS-AGE-I) TO WS-AGE-DEST-HOLD
           MOVE 0 TO WS-AGE-DEST-OUT
           MOVE 0 TO WS-AGE-DEST-OVER
           MOVE SPACES TO AGING-RPT-REC
           STRING "DEST " DELIMITED BY SIZE
               WS-AGE-DEST-HOLD DELIMITED BY SIZE
               INTO AGING-RPT-REC
           END-STRING
           WRITE AGING-RPT-REC
       END-IF
       ADD 1 TO WS-AGE-DEST-OUT
       ADD 1 TO AP-OUT(AG-RANK(WS-AGE-I))
       MOVE SPACES TO AGING-RPT-REC
       STRING "  SERIAL " DELIMITED BY SIZE
           AG-SERIAL(WS-AGE-I) DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
           AG-REG-DATE(WS-AGE-I) DELIMITED BY SIZE
           " PRI " DELIMITED BY SIZE
           AG-PRI(WS-AGE-I) DELIMITED BY SIZE
           " FIRST SENT " DELIMITED BY SIZE
           AG-FIRST-DATE(WS-AGE-I) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           AG-FIRST-TIME(WS-AGE-I)(1:4) DELIMITED BY SIZE
           " SENDS " DELIMITED BY SIZE
           AG-SENDS(WS-AGE-I) DELIMITED BY SIZE
           " AGE " DELIMITED BY SIZE
           AG-AGE-HOURS(WS-AGE-I) DELIMITED BY SIZE
           " HRS IDLE " DELIMITED BY SIZE
           AG-IDLE-HOURS(WS-AGE-I) DELIMITED BY SIZE
           " HRS" DELIMITED BY SIZE
           INTO AGING-RPT-REC
       END-STRING
       IF AG-IS-OVERDUE(WS-AGE-I)
           ADD 1 TO WS-AGE-DEST-OVER
           ADD 1 TO AP-OVER(AG-RANK(WS-AGE-I))
           MOVE "OVERDUE" TO AGING-RPT-REC(110:7)
       END-IF
       WRITE AGING-RPT-REC
   END-PERFORM.
   IF WS-AGE-COUNT > 0
       PERFORM WRITE-AGING-SUBTOTAL
   END-IF.

   MOVE SPACES TO AGING-RPT-REC.
   WRITE AGING-RPT-REC.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1 UNTIL WS-AGE-I > 3
       MOVE SPACES TO AGING-RPT-REC
       EVALUATE WS-AGE-I
           WHEN 1 MOVE "URGENT  " TO AGING-RPT-REC(1:8)
           WHEN 2 MOVE "ROUTINE " TO AGING-RPT-REC(1:8)
           WHEN 3 MOVE "UNSTATED" TO AGING-RPT-REC(1:8)
       END-EVALUATE
       STRING " OUTSTANDING " DELIMITED BY SIZE
           AP-OUT(WS-AGE-I) DELIMITED BY SIZE
           " OVERDUE " DELIMITED BY SIZE
           AP-OVER(WS-AGE-I) DELIMITED BY SIZE
           INTO AGING-RPT-REC(9:60)
       END-STRING
       WRITE AGING-RPT-REC
   END-PERFORM.
   COMPUTE WS-AGE-RTX-COUNT = AP-OVER(1) + AP-OVER(2) + AP-OVER(3).
   MOVE SPACES TO AGING-RPT-REC.
   STRING "TOTAL    OUTSTANDING " DELIMITED BY SIZE
       WS-AGE-COUNT DELIMITED BY SIZE
       " OVERDUE " DELIMITED BY SIZE
       WS-AGE-RTX-COUNT DELIMITED BY SIZE
       " - REDRAFTED TO RTXMSG" DELIMITED BY SIZE
       INTO AGING-RPT-REC
   END-STRING.
   WRITE AGING-RPT-REC.
   IF WS-AGE-SETTLED > 0
       MOVE SPACES TO AGING-RPT-REC
       STRING "NOTE: " DELIMITED BY SIZE
           WS-AGE-SETTLED DELIMITED BY SIZE
           " SENT SERIAL(S) CONFIRMED OR CANCELLED - NOT LISTED"
               DELIMITED BY SIZE
           INTO AGING-RPT-REC
       END-STRING
       WRITE AGING-RPT-REC
   END-IF.
   IF WS-AGE-UNREG > 0
       MOVE SPACES TO AGING-RPT-REC
       STRING "NOTE: " DELIMITED BY SIZE
           WS-AGE-UNREG DELIMITED BY SIZE
           " SENT SERIAL(S) NO LONGER ON SERIALRG - RECEIPT STATUS "
               DELIMITED BY SIZE
           "UNKNOWN, NOT LISTED" DELIMITED BY SIZE
           INTO AGING-RPT-REC
       END-STRING
       WRITE AGING-RPT-REC
   END-IF.
   CLOSE AGING-RPT-FILE.

   DISPLAY "Outstanding traffic report written to AGERPT: "
       WS-AGE-COUNT " outstanding, " WS-AGE-RTX-COUNT " overdue.".

   EXIT.

WRITE-AGING-SUBTOTAL.
   MOVE SPACES TO AGING-RPT-REC.
   STRING "  SUBTOTAL " DELIMITED BY SIZE
       WS-AGE-DEST-HOLD DELIMITED BY SIZE
       " OUTSTANDING " DELIMITED BY SIZE
       WS-AGE-DEST-OUT DELIMITED BY SIZE
       " OVERDUE " DELIMITED BY SIZE
       WS-AGE-DEST-OVER DELIMITED BY SIZE
       INTO AGING-RPT-REC
   END-STRING.
   WRITE AGING-RPT-REC.

   EXIT.

WRITE-RETRANSMISSIONS.
*> RTXMSG is rewritten every run, so it only ever holds the
*> current overdue list; the supervisor appends it to MSGIN (as
*> with SVCMSG) for the next BATCH run. Each draft is a "$$H"
*> card under the original serial, marked R with the original
*> register date, followed by the original text cut back into
*> MSGIN text cards.
   OPEN OUTPUT RETRANSMIT-FILE.
   PERFORM VARYING WS-AGE-I FROM 1 BY 1
           UNTIL WS-AGE-I > WS-AGE-COUNT
       IF AG-IS-OVERDUE(WS-AGE-I)
           MOVE SPACES TO WS-TEXT
           MOVE "$$H" TO HDR-MARK
           MOVE AG-SERIAL(WS-AGE-I) TO HDR-SERIAL
           MOVE AG-ORIGIN(WS-AGE-I) TO HDR-ORIGIN
           MOVE AG-DEST(WS-AGE-I) TO HDR-DEST
           MOVE AG-FILED(WS-AGE-I) TO HDR-FILED
           IF AG-PRI(WS-AGE-I) = "U"
               MOVE "СРОЧНО" TO HDR-PRIORITY
           ELSE
               MOVE "ОБЫКНОВЕННАЯ" TO HDR-PRIORITY
           END-IF
           MOVE "R" TO HDR-REPEAT
           MOVE AG-REG-DATE(WS-AGE-I) TO HDR-ORIG-DATE
           MOVE AG-CLASS(WS-AGE-I) TO HDR-CLASS
           MOVE WS-TEXT TO RETRANSMIT-REC
           WRITE RETRANSMIT-REC
           MOVE AG-TEXT(WS-AGE-I) TO WS-MESSAGE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
               TO WS-MESSAGE-LEN
           PERFORM SPLIT-MESSAGE-TO-CARDS
           PERFORM VARYING WS-CARD-I FROM 1 BY 1
                   UNTIL WS-CARD-I > WS-CARD-COUNT
               MOVE WS-CARD(WS-CARD-I) TO RETRANSMIT-REC
               WRITE RETRANSMIT-REC
           END-PERFORM
       END-IF
   END-PERFORM.
   CLOSE RETRANSMIT-FILE.
   IF WS-AGE-RTX-COUNT > 0
       DISPLAY "NOTE: " WS-AGE-RTX-COUNT " retransmission(s) "
           "drafted to RTXMSG - append to MSGIN for the next "
           "BATCH run."
   END-IF.

   EXIT.

SPLIT-MESSAGE-TO-CARDS.
*> Cuts WS-MESSAGE(1:WS-MESSAGE-LEN) into CARD-TABLE. A full card
*> backs its cut off while the byte after it continues a 2-byte
*> character (128-191) or the card would end in a blank.
   MOVE SPACES TO CARD-TABLE.
   MOVE 0 TO WS-CARD-COUNT.
   MOVE 1 TO WS-CARD-START.
   PERFORM UNTIL WS-CARD-START > WS-MESSAGE-LEN
           OR WS-CARD-COUNT >= 5
       IF WS-MESSAGE-LEN - WS-CARD-START + 1 <= 99
           COMPUTE WS-CARD-LEN = WS-MESSAGE-LEN - WS-CARD-START + 1
       ELSE
           MOVE 99 TO WS-CARD-LEN
           MOVE WS-MESSAGE(WS-CARD-START + WS-CARD-LEN:1)
               TO WS-LEAD-BYTE
           PERFORM UNTIL WS-CARD-LEN <= 1
                   OR ((WS-LEAD-BYTE-NUM < 128
                           OR WS-LEAD-BYTE-NUM > 191)
                       AND WS-MESSAGE(WS-CARD-START + WS-CARD-LEN - 1:1)
                           NOT = SPACE)
               SUBTRACT 1 FROM WS-CARD-LEN
               MOVE WS-MESSAGE(WS-CARD-START + WS-CARD-LEN:1)
                   TO WS-LEAD-BYTE
           END-PERFORM
       END-IF
       ADD 1 TO WS-CARD-COUNT
       MOVE WS-MESSAGE(WS-CARD-START:WS-CARD-LEN)
           TO WS-CARD(WS-CARD-COUNT)(1:WS-CARD-LEN)
       ADD WS-CARD-LEN TO WS-CARD-START
   END-PERFORM.
   IF WS-CARD-START <= WS-MESSAGE-LEN
       DISPLAY "WARNING: text of serial " HDR-SERIAL " runs past "
           "five cards - the redraft is cut short."
   END-IF.
   PERFORM VARYING WS-CARD-I FROM 1 BY 1
           UNTIL WS-CARD-I >= WS-CARD-COUNT
       MOVE "+" TO WS-CARD(WS-CARD-I)(100:1)
   END-PERFORM.

   EXIT.

CANCEL-MESSAGE.
*> Supervisor-only withdrawal of a message BATCH has already queued:
*> the originator has taken it back before the schedule window
*> opened. The serial's envelope and Morse pair come off MSGOUT and
*> its net queue, TRAFARCH and AUDITLOG record who cancelled it and
*> why, and SERIALRG marks the serial cancelled, so BALANCE and the
*> SERRPT gap check count it as accounted for. A message no longer
*> on any queue has gone to air (or the queues have been cleared by
*> a later run) and cannot be cancelled here.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "Enter Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
   END-IF.
   PERFORM VALIDATE-OPERATOR.
   IF OPERATOR-IS-VALID AND NOT OPERATOR-IS-SUPERVISOR
       DISPLAY "ERROR: operator " WS-OPERATOR-ID " is not authorized "
           "to cancel traffic."
       MOVE "N" TO WS-OPR-VALID
   END-IF.
   IF OPERATOR-IS-VALID
       DISPLAY "Serial to cancel: " WITH NO ADVANCING
       MOVE SPACES TO WS-CAN-SERIAL
       ACCEPT WS-CAN-SERIAL
       MOVE FUNCTION UPPER-CASE(WS-CAN-SERIAL) TO WS-CAN-SERIAL
       DISPLAY "Date it was sent under (YYYYMMDD, 0 = today): "
           WITH NO ADVANCING
       MOVE 0 TO WS-CAN-DATE-IN
       ACCEPT WS-CAN-DATE-IN
       DISPLAY "Reason for cancellation: " WITH NO ADVANCING
       MOVE SPACES TO WS-CAN-REASON
       ACCEPT WS-CAN-REASON
       PERFORM LOAD-SERIAL-REGISTER
       IF WS-CAN-DATE-IN = 0
           MOVE WS-REG-DATE TO WS-CAN-DATE
       ELSE
           MOVE WS-CAN-DATE-IN TO WS-CAN-DATE
       END-IF
       MOVE 0 TO WS-CAN-REG-I
       PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-REG-COUNT
           IF SR-SERIAL(SR-IDX) = WS-CAN-SERIAL
                   AND SR-DATE(SR-IDX) = WS-CAN-DATE
               MOVE SR-IDX TO WS-CAN-REG-I
               EXIT PERFORM
           END-IF
       END-PERFORM
       MOVE "N" TO WS-CAN-REUSED
       PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-REG-COUNT
           IF SR-SERIAL(SR-IDX) = WS-CAN-SERIAL
                   AND SR-DATE(SR-IDX) > WS-CAN-DATE
               MOVE "Y" TO WS-CAN-REUSED
           END-IF
       END-PERFORM
       IF WS-CAN-SERIAL = SPACES OR WS-CAN-REASON = SPACES
           DISPLAY "ERROR: a serial and a reason are both required "
               "- nothing cancelled."
       ELSE
       IF WS-CAN-REG-I = 0
           DISPLAY "ERROR: serial " WS-CAN-SERIAL " is not on SERIALRG "
               "for " WS-CAN-DATE " - nothing cancelled."
       ELSE
       IF SR-IS-CONFIRMED(WS-CAN-REG-I)
           DISPLAY "ERROR: serial " WS-CAN-SERIAL " of " WS-CAN-DATE
               " has already been received by the far station "
               "- nothing cancelled."
       ELSE
       IF SR-IS-CANCELLED(WS-CAN-REG-I)
           DISPLAY "ERROR: serial " WS-CAN-SERIAL " of " WS-CAN-DATE
               " is already cancelled."
       ELSE
           PERFORM CANCEL-FIND-ORIGINAL
           PERFORM CANCEL-PURGE-QUEUES
           IF WS-CAN-OUT-HITS = 0 AND WS-CAN-XQ-HITS = 0
               DISPLAY "ERROR: serial " WS-CAN-SERIAL " of "
                   WS-CAN-DATE " is on neither MSGOUT nor a net "
                   "queue - already sent or cleared, nothing "
                   "cancelled."
           ELSE
               PERFORM CANCEL-RECORD-CANCELLATION
               DISPLAY "Serial " WS-CAN-SERIAL " of " WS-CAN-DATE
                   " cancelled - " WS-CAN-OUT-HITS " MSGOUT and "
                   WS-CAN-XQ-HITS " queue cop(y/ies) removed."
           END-IF
       END-IF
       END-IF
       END-IF
       END-IF
   END-IF.

   EXIT.

CANCEL-FIND-ORIGINAL.
*> The original send (or its latest retransmission) on TRAFARCH
*> supplies the envelope the cancellation record and audit line
*> name. A send archived before the reference fields existed keys
*> on its own date. Not finding it does not stop the cancellation -
*> the queues are what matter - but the record goes out thinner.
   MOVE "N" TO WS-CAN-FOUND.
   MOVE SPACES TO WS-CAN-ORIGIN.
   MOVE SPACES TO WS-CAN-DEST.
   MOVE SPACES TO WS-CAN-FILED.
   MOVE SPACE TO WS-CAN-PRI.
   MOVE "N" TO WS-ARCH-EOF.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS = "00"
       PERFORM UNTIL ARCHIVE-AT-EOF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   IF ARC-DIR = "S" AND ARC-SERIAL = WS-CAN-SERIAL
                           AND (ARC-IS-ORDINARY
                               OR ARC-IS-RETRANSMISSION)
                       IF ARC-REF-DATE IS NUMERIC AND ARC-REF-DATE > 0
                           MOVE ARC-REF-DATE TO WS-AGE-KEY-DATE
                       ELSE
                           MOVE ARC-DATE TO WS-AGE-KEY-DATE
                       END-IF
                       IF WS-AGE-KEY-DATE = WS-CAN-DATE
                           MOVE "Y" TO WS-CAN-FOUND
                           MOVE ARC-ORIGIN TO WS-CAN-ORIGIN
                           MOVE ARC-DEST TO WS-CAN-DEST
                           MOVE ARC-FILED TO WS-CAN-FILED
                           MOVE ARC-PRI TO WS-CAN-PRI
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
   END-IF.
   IF NOT CAN-ORIGINAL-FOUND
       DISPLAY "WARNING: no sent copy of serial " WS-CAN-SERIAL
           " of " WS-CAN-DATE " on TRAFARCH - the cancellation "
           "record will carry no envelope."
   END-IF.

   EXIT.

CANCEL-PURGE-QUEUES.
*> MSGOUT first, then every net the routing names (station master,
*> or NETRTE without one) plus UNROUTED - the message went to
*> exactly one queue, but the net it went to is whatever the
*> routing said on the day, so every queue is searched. The routing
*> leaves out closed stations, so the nets they name are searched
*> as well: traffic queued before a closure is still on its queue.
   MOVE 0 TO WS-CAN-OUT-HITS.
   MOVE 0 TO WS-CAN-XQ-HITS.
   PERFORM CANCEL-PURGE-MSGOUT.
   PERFORM LOAD-ROUTE-FILE.
   PERFORM VARYING NET-IDX FROM 1 BY 1
           UNTIL NET-IDX > WS-NET-COUNT
       MOVE SPACES TO WS-XMITQ-NAME
       STRING "XQ" DELIMITED BY SIZE
           FUNCTION TRIM(NT-NET(NET-IDX)) DELIMITED BY SIZE
           INTO WS-XMITQ-NAME
       END-STRING
       PERFORM CANCEL-PURGE-XMITQ
   END-PERFORM.
   IF STATION-MASTER-ON-FILE
       PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > WS-SM-COUNT
           IF SM-IS-CLOSED(SM-IDX) AND SM-NET(SM-IDX) NOT = SPACES
               PERFORM CANCEL-PURGE-CLOSED-NET
           END-IF
       END-PERFORM
   END-IF.

   EXIT.

CANCEL-PURGE-CLOSED-NET.
*> A closed station's net, unless the routing or an earlier closed
*> station has had its queue searched already.
   MOVE 0 TO WS-NET-SLOT.
   PERFORM VARYING NET-IDX FROM 1 BY 1
           UNTIL NET-IDX > WS-NET-COUNT
       IF NT-NET(NET-IDX) = SM-NET(SM-IDX)
           MOVE NET-IDX TO WS-NET-SLOT
           EXIT PERFORM
       END-IF
   END-PERFORM.
   PERFORM VARYING WS-CAN-SM-I FROM 1 BY 1
           UNTIL WS-CAN-SM-I >= SM-IDX
       IF SM-IS-CLOSED(WS-CAN-SM-I)
               AND SM-NET(WS-CAN-SM-I) = SM-NET(SM-IDX)
           MOVE 1 TO WS-NET-SLOT
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF WS-NET-SLOT = 0
       MOVE SPACES TO WS-XMITQ-NAME
       STRING "XQ" DELIMITED BY SIZE
           FUNCTION TRIM(SM-NET(SM-IDX)) DELIMITED BY SIZE
           INTO WS-XMITQ-NAME
       END-STRING
       PERFORM CANCEL-PURGE-XMITQ
   END-IF.

   EXIT.

CANCEL-PURGE-MSGOUT.
*> Copies MSGOUT to XQWORK leaving out the cancelled pair, and only
*> writes it back when a pair was actually left out, so a file the
*> message was never on is not rewritten.
   MOVE 0 TO WS-CAN-FILE-HITS.
   MOVE "N" TO WS-CAN-SKIP-NEXT.
   OPEN INPUT MSG-OUT-FILE.
   IF WS-MSGOUT-STATUS = "00"
       OPEN OUTPUT QUEUE-WORK-FILE
       MOVE "N" TO WS-XQWORK-EOF
       PERFORM UNTIL XQWORK-AT-EOF
           READ MSG-OUT-FILE
               AT END
                   SET XQWORK-AT-EOF TO TRUE
               NOT AT END
                   MOVE MSG-OUT-REC TO WS-CAN-LINE
                   PERFORM CANCEL-TEST-LINE
                   IF NOT CAN-LINE-IS-TARGET
                       WRITE QUEUE-WORK-REC FROM WS-CAN-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MSG-OUT-FILE
       CLOSE QUEUE-WORK-FILE
       IF WS-CAN-FILE-HITS > 0
           ADD WS-CAN-FILE-HITS TO WS-CAN-OUT-HITS
           OPEN INPUT QUEUE-WORK-FILE
           OPEN OUTPUT MSG-OUT-FILE
           MOVE "N" TO WS-XQWORK-EOF
           PERFORM UNTIL XQWORK-AT-EOF
               READ QUEUE-WORK-FILE
                   AT END
                       SET XQWORK-AT-EOF TO TRUE
                   NOT AT END
                       WRITE MSG-OUT-REC FROM QUEUE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE QUEUE-WORK-FILE
           CLOSE MSG-OUT-FILE
       END-IF
   END-IF.

   EXIT.

CANCEL-PURGE-XMITQ.
*> Same copy-out and write-back as CANCEL-PURGE-MSGOUT for the net
*> queue WS-XMITQ-NAME names. A net with no queue file yet is
*> simply passed over.
   MOVE 0 TO WS-CAN-FILE-HITS.
   MOVE "N" TO WS-CAN-SKIP-NEXT.
   OPEN INPUT XMIT-QUEUE-FILE.
   IF WS-XMITQ-STATUS = "00"
       OPEN OUTPUT QUEUE-WORK-FILE
       MOVE "N" TO WS-XQWORK-EOF
       PERFORM UNTIL XQWORK-AT-EOF
           READ XMIT-QUEUE-FILE
               AT END
                   SET XQWORK-AT-EOF TO TRUE
               NOT AT END
                   MOVE XMIT-QUEUE-REC TO WS-CAN-LINE
                   PERFORM CANCEL-TEST-LINE
                   IF NOT CAN-LINE-IS-TARGET
                       WRITE QUEUE-WORK-REC FROM WS-CAN-LINE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE XMIT-QUEUE-FILE
       CLOSE QUEUE-WORK-FILE
       IF WS-CAN-FILE-HITS > 0
           ADD WS-CAN-FILE-HITS TO WS-CAN-XQ-HITS
           OPEN INPUT QUEUE-WORK-FILE
           OPEN OUTPUT XMIT-QUEUE-FILE
           MOVE "N" TO WS-XQWORK-EOF
           PERFORM UNTIL XQWORK-AT-EOF
               READ QUEUE-WORK-FILE
                   AT END
                       SET XQWORK-AT-EOF TO TRUE
                   NOT AT END
                       WRITE XMIT-QUEUE-REC FROM QUEUE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE QUEUE-WORK-FILE
           CLOSE XMIT-QUEUE-FILE
       END-IF
   END-IF.

   EXIT.

CANCEL-TEST-LINE.
*> A queued message is its "$$H" envelope line and the Morse line
*> right behind it. The envelope is ours when it carries the serial
*> and no VIA tail (relayed traffic travels under another station's
*> serial); a retransmission's RPT tail must name the cancelled
*> date, since the queues can hold the same serial from two days.
*> An envelope with no RPT tail is the serial's first sending, and
*> is only taken when SERIALRG shows no later day has used the
*> serial again - otherwise it is that later day's message.
   MOVE "N" TO WS-CAN-HIT.
   IF WS-CAN-SKIP-NEXT = "Y"
       MOVE "N" TO WS-CAN-SKIP-NEXT
       MOVE "Y" TO WS-CAN-HIT
   ELSE
   IF WS-CAN-LINE(1:4) = "$$H " AND WS-CAN-LINE(5:4) = WS-CAN-SERIAL
       MOVE 0 TO WS-CAN-VIA-COUNT
       INSPECT WS-CAN-LINE(1:200) TALLYING WS-CAN-VIA-COUNT
           FOR ALL " VIA "
       MOVE SPACES TO WS-CAN-HEAD-PART
       MOVE SPACES TO WS-CAN-RPT-PART
       UNSTRING WS-CAN-LINE(1:200) DELIMITED BY " RPT "
           INTO WS-CAN-HEAD-PART WS-CAN-RPT-PART
       END-UNSTRING
       IF WS-CAN-VIA-COUNT = 0
           IF (WS-CAN-RPT-PART = SPACES AND NOT CAN-SERIAL-REUSED)
                   OR WS-CAN-RPT-PART(1:8) = WS-CAN-DATE
               MOVE "Y" TO WS-CAN-HIT
               MOVE "Y" TO WS-CAN-SKIP-NEXT
               ADD 1 TO WS-CAN-FILE-HITS
           END-IF
       END-IF
   END-IF
   END-IF.

   EXIT.

CANCEL-RECORD-CANCELLATION.
*> The register entry keeps its serial and date - the serial stays
*> claimed, so it is not reissued the same day - with status X and
*> the time of the cancellation. The archive record is kind C under
*> the cancelled serial, signed by the cancelling supervisor, and
*> the audit line says the same in words.
   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-RUN-TIME FROM TIME.
   MOVE "X" TO SR-STATUS(WS-CAN-REG-I).
   MOVE WS-RUN-DATE TO SR-EVENT-DATE(WS-CAN-REG-I).
   MOVE WS-RUN-TIME TO SR-EVENT-TIME(WS-CAN-REG-I).
   PERFORM SAVE-SERIAL-REGISTER.

   PERFORM OPEN-ARCHIVE-FILE.
   MOVE SPACES TO ARCHIVE-REC.
   MOVE WS-RUN-DATE TO ARC-DATE.
   MOVE WS-RUN-TIME TO ARC-TIME.
   MOVE WS-OPERATOR-ID TO ARC-OPERATOR.
   MOVE WS-CAN-SERIAL TO ARC-SERIAL.
   MOVE 0 TO ARC-RECORD-NUM.
   MOVE 0 TO ARC-EXC-COUNT.
   MOVE "S" TO ARC-DIR.
   MOVE WS-CAN-PRI TO ARC-PRI.
   MOVE SPACES TO WS-MESSAGE.
   STRING "CANCELLED: " DELIMITED BY SIZE
       FUNCTION TRIM(WS-CAN-REASON) DELIMITED BY SIZE
       INTO WS-MESSAGE
   END-STRING.
   MOVE WS-MESSAGE TO ARC-TEXT.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
       TO ARC-MSG-LEN.
   MOVE WS-CAN-ORIGIN TO ARC-ORIGIN.
   MOVE WS-CAN-DEST TO ARC-DEST.
   MOVE WS-CAN-FILED TO ARC-FILED.
   MOVE "C" TO ARC-KIND.
   MOVE WS-CAN-SERIAL TO ARC-REF-SERIAL.
   MOVE WS-CAN-DATE TO ARC-REF-DATE.
   WRITE ARCHIVE-REC.
   ADD 1 TO WS-ARCH-SEQ.
   PERFORM WRITE-ARCHIVE-INDEX-ENTRY.
   CLOSE ARCHIVE-FILE.
   CLOSE ARCH-NDX-FILE.

   PERFORM OPEN-AUDIT-FILE.
   MOVE SPACES TO AUDIT-REC.
   STRING WS-OPERATOR-ID DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-OPR-NAME DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-RUN-DATE DELIMITED BY SIZE
       "-" DELIMITED BY SIZE
       WS-RUN-TIME DELIMITED BY SIZE
       " CANCEL MSG " DELIMITED BY SIZE
       WS-CAN-SERIAL DELIMITED BY SIZE
       " OF " DELIMITED BY SIZE
       WS-CAN-DATE DELIMITED BY SIZE
       " FM " DELIMITED BY SIZE
       WS-CAN-ORIGIN DELIMITED BY SIZE
       " TO " DELIMITED BY SIZE
       WS-CAN-DEST DELIMITED BY SIZE
       " REASON: " DELIMITED BY SIZE
       FUNCTION TRIM(WS-CAN-REASON) DELIMITED BY SIZE
       INTO AUDIT-REC
   END-STRING.
   WRITE AUDIT-REC.
   CLOSE AUDIT-FILE.

   EXIT.

BILLING-STATEMENT.
*> Month-end charges for the originating offices, to BILLRPT: every
*> message sent in the month, priced off TARIFF at the rate in force
*> the day it went, with a statement per originating callsign and a
*> grand total. Service messages, cancelled messages, retransmissions,
*> relayed traffic and rejected traffic are not charged; each is
*> listed under its office with the reason, so the office can see
*> why a message of theirs does not appear on the bill.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "Enter Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
   END-IF.
   PERFORM VALIDATE-OPERATOR.
   IF OPERATOR-IS-VALID
       PERFORM LOAD-TARIFF-FILE
       IF WS-TF-COUNT = 0
           DISPLAY "ERROR: no rates on TARIFF (status "
               WS-TARIFF-STATUS ") - no statement produced."
       ELSE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Billing month (YYYYMM, 0 = "
               WS-RUN-DATE(1:6) "): " WITH NO ADVANCING
           MOVE 0 TO WS-BILL-PERIOD
           ACCEPT WS-BILL-PERIOD
           IF WS-BILL-PERIOD = 0
               MOVE WS-RUN-DATE(1:6) TO WS-BILL-PERIOD
           END-IF
           MOVE 0 TO WS-BILL-CAN-COUNT
           MOVE "N" TO WS-BILL-CAN-FULL
           MOVE "C" TO WS-BILL-PASS
           PERFORM BILLING-SCAN-ARCHIVE
           PERFORM BILLING-SCAN-HISTORY
           MOVE "B" TO WS-BILL-PASS
           MOVE 0 TO WS-BILL-COUNT
           MOVE 0 TO WS-BILL-EXCL-COUNT
           MOVE 0 TO WS-BILL-OFC-COUNT
           OPEN OUTPUT BILLING-RPT-FILE
           MOVE SPACES TO BILLING-RPT-REC
           STRING "BILLING STATEMENT FOR " DELIMITED BY SIZE
               WS-BILL-PERIOD DELIMITED BY SIZE
               " - RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIME(1:4) DELIMITED BY SIZE
               " OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO BILLING-RPT-REC
           END-STRING
           WRITE BILLING-RPT-REC
           PERFORM BILLING-SCAN-ARCHIVE
           PERFORM BILLING-SCAN-HISTORY
           PERFORM BILLING-SCAN-REJECTS
           PERFORM WRITE-BILLING-STATEMENTS
           CLOSE BILLING-RPT-FILE
           DISPLAY "Billing statement written to BILLRPT: "
               WS-BILL-OFC-COUNT " office(s), " WS-BILL-COUNT
               " message(s) billed, " WS-BILL-EXCL-COUNT
               " not billed."
       END-IF
   END-IF.

   EXIT.

LOAD-TARIFF-FILE.
*> Lines whose date or value does not read as a number are skipped
*> with a warning rather than billed at a guessed rate.
   MOVE 0 TO WS-TF-COUNT.
   MOVE "N" TO WS-TARIFF-EOF.
   OPEN INPUT TARIFF-FILE.
   IF WS-TARIFF-STATUS = "00"
       PERFORM UNTIL TARIFF-AT-EOF
           READ TARIFF-FILE
               AT END
                   SET TARIFF-AT-EOF TO TRUE
               NOT AT END
                   IF TRF-EFF-DATE IS NUMERIC
                           AND (TRF-ITEM = "WORD" OR TRF-ITEM = "GROUP"
                               OR TRF-ITEM = "SURCH")
                           AND FUNCTION TEST-NUMVAL(TRF-VALUE) = 0
                           AND WS-TF-COUNT < 100
                       ADD 1 TO WS-TF-COUNT
                       MOVE TRF-EFF-DATE TO TF-EFF-DATE(WS-TF-COUNT)
                       MOVE TRF-ITEM TO TF-ITEM(WS-TF-COUNT)
                       MOVE TRF-PRI TO TF-PRI(WS-TF-COUNT)
                       COMPUTE TF-VALUE(WS-TF-COUNT) =
                           FUNCTION NUMVAL(TRF-VALUE)
                   ELSE
                       IF TARIFF-REC NOT = SPACES
                           DISPLAY "WARNING: TARIFF line '"
                               FUNCTION TRIM(TARIFF-REC)
                               "' not understood - skipped."
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TARIFF-FILE
   END-IF.

   EXIT.

BILLING-SCAN-ARCHIVE.
   MOVE "N" TO WS-ARCH-EOF.
   MOVE 0 TO WS-BILL-SRC-READ.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS NOT = "00"
       DISPLAY "NOTE: no TRAFARCH on file (status " WS-ARCH-STATUS
           ")."
   ELSE
       PERFORM UNTIL ARCHIVE-AT-EOF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BILL-SRC-READ
                   PERFORM BILLING-SOURCE-RECORD
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
   END-IF.
   IF NOT BILL-GATHERING-CANCELS
       MOVE SPACES TO BILLING-RPT-REC
       STRING "SOURCE TRAFARCH       " DELIMITED BY SIZE
           WS-BILL-SRC-READ DELIMITED BY SIZE
           " RECORD(S) READ" DELIMITED BY SIZE
           INTO BILLING-RPT-REC
       END-STRING
       WRITE BILLING-RPT-REC
   END-IF.

   EXIT.

BILLING-SCAN-HISTORY.
*> TRAFH<period> through TRAFH<this month>; a month with no history
*> file is simply one RETAIN was not run for.
   MOVE WS-BILL-PERIOD TO WS-BILL-SCAN-MONTH.
   PERFORM UNTIL WS-BILL-SCAN-MONTH > WS-RUN-DATE(1:6)
       MOVE SPACES TO WS-HIST-NAME
       STRING "TRAFH" DELIMITED BY SIZE
           WS-BILL-SCAN-MONTH DELIMITED BY SIZE
           INTO WS-HIST-NAME
       END-STRING
       MOVE "N" TO WS-BILL-SRC-EOF
       MOVE 0 TO WS-BILL-SRC-READ
       OPEN INPUT HISTORY-FILE
       IF WS-HIST-STATUS = "00"
           PERFORM UNTIL BILL-SRC-AT-EOF
               READ HISTORY-FILE
                   AT END
                       SET BILL-SRC-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BILL-SRC-READ
                       MOVE HISTORY-REC TO ARCHIVE-REC
                       PERFORM BILLING-SOURCE-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF NOT BILL-GATHERING-CANCELS
               MOVE SPACES TO BILLING-RPT-REC
               STRING "SOURCE " DELIMITED BY SIZE
                   WS-HIST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BILL-SRC-READ DELIMITED BY SIZE
                   " RECORD(S) READ" DELIMITED BY SIZE
                   INTO BILLING-RPT-REC
               END-STRING
               WRITE BILLING-RPT-REC
           END-IF
       END-IF
       IF WS-BILL-SCAN-MM = 12
           ADD 1 TO WS-BILL-SCAN-YEAR
           MOVE 1 TO WS-BILL-SCAN-MM
       ELSE
           ADD 1 TO WS-BILL-SCAN-MM
       END-IF
   END-PERFORM.

   EXIT.

BILLING-SOURCE-RECORD.
*> Each archive or history record is read twice: first for the
*> cancellations, then for the pricing.
   IF BILL-GATHERING-CANCELS
       IF ARC-DIR = "S" AND ARC-IS-CANCELLATION
           PERFORM BILLING-NOTE-CANCELLATION
       END-IF
   ELSE
       PERFORM BILLING-TAKE-RECORD
   END-IF.

   EXIT.

BILLING-NOTE-CANCELLATION.
*> A cancellation record names the cancelled serial, the date it
*> was registered under and, when CANCEL found the original, its
*> destination.
   IF WS-BILL-CAN-COUNT < 1000
       ADD 1 TO WS-BILL-CAN-COUNT
       MOVE ARC-REF-SERIAL TO BC-SERIAL(WS-BILL-CAN-COUNT)
       IF ARC-REF-SERIAL = SPACES
           MOVE ARC-SERIAL TO BC-SERIAL(WS-BILL-CAN-COUNT)
       END-IF
       MOVE 0 TO BC-DATE(WS-BILL-CAN-COUNT)
       IF ARC-REF-DATE IS NUMERIC
           MOVE ARC-REF-DATE TO BC-DATE(WS-BILL-CAN-COUNT)
       END-IF
       MOVE ARC-DEST TO BC-DEST(WS-BILL-CAN-COUNT)
   ELSE
       IF WS-BILL-CAN-FULL = "N"
           MOVE "Y" TO WS-BILL-CAN-FULL
           DISPLAY "WARNING: more than 1000 cancellations on file "
               "for the period - any past those may be billed."
       END-IF
   END-IF.

   EXIT.

BILLING-TAKE-RECORD.
*> Only our own sends in the period are considered. A service
*> message is one whose text opens СЛЖ; a cancelled message is one
*> a cancellation record names - serial, register date and
*> destination. The cancellation note itself, receipts and received
*> traffic are not the office's traffic and are passed over.
   IF ARC-DIR = "S" AND ARC-DATE(1:6) = WS-BILL-PERIOD
           AND NOT ARC-IS-CANCELLATION
       MOVE SPACES TO WS-BILL-REASON
       IF ARC-TEXT(1:6) = "СЛЖ"
           MOVE "SERVICE MESSAGE" TO WS-BILL-REASON
       ELSE
       IF ARC-IS-RETRANSMISSION
           MOVE "RETRANSMISSION" TO WS-BILL-REASON
       ELSE
       IF ARC-IS-RELAY-OUT
           MOVE "RELAYED TRAFFIC" TO WS-BILL-REASON
       ELSE
           PERFORM BILLING-CHECK-CANCELLED
       END-IF
       END-IF
       END-IF
       IF WS-BILL-REASON = SPACES
           PERFORM BILLING-PRICE-MESSAGE
       END-IF
       IF WS-BILL-REASON NOT = SPACES
           PERFORM BILLING-ADD-EXCLUSION
       END-IF
   END-IF.

   EXIT.

BILLING-CHECK-CANCELLED.
   IF ARC-REF-DATE IS NUMERIC AND ARC-REF-DATE > 0
       MOVE ARC-REF-DATE TO WS-BILL-REG-DATE
   ELSE
       MOVE ARC-DATE TO WS-BILL-REG-DATE
   END-IF.
   PERFORM VARYING WS-BILL-CAN-I FROM 1 BY 1
           UNTIL WS-BILL-CAN-I > WS-BILL-CAN-COUNT
       IF BC-DATE(WS-BILL-CAN-I) = WS-BILL-REG-DATE
               AND BC-SERIAL(WS-BILL-CAN-I) = ARC-SERIAL
               AND (BC-DEST(WS-BILL-CAN-I) = ARC-DEST
                   OR BC-DEST(WS-BILL-CAN-I) = SPACES)
           MOVE "CANCELLED" TO WS-BILL-REASON
           EXIT PERFORM
       END-IF
   END-PERFORM.

   EXIT.

BILLING-PRICE-MESSAGE.
*> Words (groups for numeric traffic) recounted from the stored
*> text with the check-count rule, so the office is charged for
*> the count that went out on the air. The surcharge is a
*> percentage of the word or group charge.
   IF ARC-CLASS = "N" OR ARC-CLASS = "C"
       MOVE "GROUP" TO WS-BILL-ITEM
   ELSE
       MOVE "WORD" TO WS-BILL-ITEM
   END-IF.
   PERFORM BILLING-FIND-RATE.
   IF NOT TARIFF-RATE-FOUND
       MOVE "NO TARIFF IN FORCE" TO WS-BILL-REASON
   ELSE
       IF WS-BILL-COUNT >= 1000
           DISPLAY "WARNING: more than 1000 messages in the period - "
               "message " ARC-SERIAL " of " ARC-DATE " not billed."
       ELSE
           MOVE ARC-TEXT TO WS-MESSAGE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
               TO WS-MESSAGE-LEN
           PERFORM COUNT-MESSAGE-WORDS
           PERFORM BILLING-FIND-SURCHARGE
           ADD 1 TO WS-BILL-COUNT
           MOVE ARC-ORIGIN TO BL-ORIGIN(WS-BILL-COUNT)
           MOVE ARC-DATE TO BL-DATE(WS-BILL-COUNT)
           MOVE ARC-SERIAL TO BL-SERIAL(WS-BILL-COUNT)
           MOVE ARC-DEST TO BL-DEST(WS-BILL-COUNT)
           MOVE ARC-PRI TO BL-PRI(WS-BILL-COUNT)
           MOVE WS-BILL-ITEM TO BL-ITEM(WS-BILL-COUNT)
           MOVE WS-CHECK-COUNT TO BL-UNITS(WS-BILL-COUNT)
           MOVE WS-BILL-RATE TO BL-RATE(WS-BILL-COUNT)
           COMPUTE BL-CHARGE(WS-BILL-COUNT) ROUNDED =
               WS-CHECK-COUNT * WS-BILL-RATE
           COMPUTE BL-SURCH(WS-BILL-COUNT) ROUNDED =
               BL-CHARGE(WS-BILL-COUNT) * WS-BILL-PCT / 100
           COMPUTE BL-AMOUNT(WS-BILL-COUNT) =
               BL-CHARGE(WS-BILL-COUNT) + BL-SURCH(WS-BILL-COUNT)
           MOVE ARC-ORIGIN TO WS-BILL-HOLD-ORIGIN
           PERFORM BILLING-NOTE-OFFICE
       END-IF
   END-IF.

   EXIT.

BILLING-FIND-RATE.
   MOVE "N" TO WS-TF-FOUND.
   MOVE 0 TO WS-TF-BEST-DATE.
   MOVE 0 TO WS-BILL-RATE.
   PERFORM VARYING WS-TF-I FROM 1 BY 1 UNTIL WS-TF-I > WS-TF-COUNT
       IF TF-ITEM(WS-TF-I) = WS-BILL-ITEM
               AND TF-EFF-DATE(WS-TF-I) <= ARC-DATE
               AND TF-EFF-DATE(WS-TF-I) >= WS-TF-BEST-DATE
           MOVE TF-EFF-DATE(WS-TF-I) TO WS-TF-BEST-DATE
           MOVE TF-VALUE(WS-TF-I) TO WS-BILL-RATE
           MOVE "Y" TO WS-TF-FOUND
       END-IF
   END-PERFORM.

   EXIT.

BILLING-FIND-SURCHARGE.
   MOVE 0 TO WS-TF-BEST-DATE.
   MOVE 0 TO WS-BILL-PCT.
   PERFORM VARYING WS-TF-I FROM 1 BY 1 UNTIL WS-TF-I > WS-TF-COUNT
       IF TF-ITEM(WS-TF-I) = "SURCH"
               AND TF-PRI(WS-TF-I) = ARC-PRI
               AND TF-EFF-DATE(WS-TF-I) <= ARC-DATE
               AND TF-EFF-DATE(WS-TF-I) >= WS-TF-BEST-DATE
           MOVE TF-EFF-DATE(WS-TF-I) TO WS-TF-BEST-DATE
           MOVE TF-VALUE(WS-TF-I) TO WS-BILL-PCT
       END-IF
   END-PERFORM.

   EXIT.

BILLING-ADD-EXCLUSION.
   IF WS-BILL-EXCL-COUNT < 500
       ADD 1 TO WS-BILL-EXCL-COUNT
       MOVE ARC-ORIGIN TO BX-ORIGIN(WS-BILL-EXCL-COUNT)
       MOVE ARC-DATE TO BX-DATE(WS-BILL-EXCL-COUNT)
       MOVE ARC-SERIAL TO BX-SERIAL(WS-BILL-EXCL-COUNT)
       MOVE ARC-DEST TO BX-DEST(WS-BILL-EXCL-COUNT)
       MOVE WS-BILL-REASON TO BX-REASON(WS-BILL-EXCL-COUNT)
       MOVE ARC-ORIGIN TO WS-BILL-HOLD-ORIGIN
       PERFORM BILLING-NOTE-OFFICE
   END-IF.

   EXIT.

BILLING-SCAN-REJECTS.
*> Traffic BATCH rejected never went out and is not charged. REJHIST
*> holds every reject record BATCH has written, so the month's are
*> all there whichever run diverted them; a book lists each copy
*> not sent.
   MOVE "N" TO WS-REJ-EOF.
   OPEN INPUT REJECT-HIST-FILE.
   IF WS-REJHIST-STATUS = "00"
       PERFORM UNTIL REJECT-AT-EOF
           READ REJECT-HIST-FILE
               AT END
                   SET REJECT-AT-EOF TO TRUE
               NOT AT END
                   MOVE REJECT-HIST-REC TO REJECT-REC
                   IF REJ-DATE(1:6) = WS-BILL-PERIOD
                       IF REJ-BOOK NOT = SPACES
                           PERFORM VARYING WS-BOOK-C FROM 1 BY 1
                                   UNTIL WS-BOOK-C > 12
                               IF REJ-BK-DEST(WS-BOOK-C) NOT = SPACES
                                       AND REJ-BK-RESULT(WS-BOOK-C)
                                           NOT = "SENT"
                                   MOVE REJ-BK-SERIAL(WS-BOOK-C)
                                       TO REJ-SERIAL
                                   MOVE REJ-BK-DEST(WS-BOOK-C)
                                       TO REJ-DEST
                                   MOVE REJ-BK-RESULT(WS-BOOK-C)
                                       TO REJ-REASON
                                   PERFORM BILLING-ADD-REJECT
                               END-IF
                           END-PERFORM
                       ELSE
                           PERFORM BILLING-ADD-REJECT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE REJECT-HIST-FILE
   END-IF.

   EXIT.

BILLING-ADD-REJECT.
   MOVE "N" TO WS-BILL-REJ-DONE.
   MOVE 0 TO WS-BILL-REJ-SLOT.
   IF REJ-SERIAL NOT = SPACES
       PERFORM BILLING-MATCH-REJECT
   END-IF.
   IF WS-BILL-REJ-DONE = "N" AND WS-BILL-REJ-SLOT = 0
           AND WS-BILL-EXCL-COUNT < 500
       ADD 1 TO WS-BILL-EXCL-COUNT
       MOVE WS-BILL-EXCL-COUNT TO WS-BILL-REJ-SLOT
       MOVE REJ-ORIGIN TO WS-BILL-HOLD-ORIGIN
       PERFORM BILLING-NOTE-OFFICE
   END-IF.
   IF WS-BILL-REJ-DONE = "N" AND WS-BILL-REJ-SLOT > 0
       MOVE REJ-ORIGIN TO BX-ORIGIN(WS-BILL-REJ-SLOT)
       MOVE REJ-DATE TO BX-DATE(WS-BILL-REJ-SLOT)
       MOVE REJ-SERIAL TO BX-SERIAL(WS-BILL-REJ-SLOT)
       MOVE REJ-DEST TO BX-DEST(WS-BILL-REJ-SLOT)
       MOVE SPACES TO BX-REASON(WS-BILL-REJ-SLOT)
       STRING "REJECTED " DELIMITED BY SIZE
           REJ-REASON DELIMITED BY SIZE
           INTO BX-REASON(WS-BILL-REJ-SLOT)
       END-STRING
   END-IF.

   EXIT.

BILLING-MATCH-REJECT.
*> A REJECTS rerun that got the message away put it on TRAFARCH like
*> any other send, and it is already billed or listed by the time
*> the rejects are read - the reject is then dropped. One that failed
*> again wrote a second reject behind the first; REJHIST is in the
*> order written, so the later reject takes over the earlier one's
*> line. Both are matched on origin and serial, and - serials being
*> numbered afresh each day - either the same day as the reject, or
*> the same destination on a later day. The same day covers a
*> destination the clerk corrected for the rerun.
   PERFORM VARYING WS-BILL-I FROM 1 BY 1
           UNTIL WS-BILL-I > WS-BILL-COUNT
       IF BL-ORIGIN(WS-BILL-I) = REJ-ORIGIN
               AND BL-SERIAL(WS-BILL-I) = REJ-SERIAL
               AND (BL-DATE(WS-BILL-I) = REJ-DATE
                   OR (BL-DEST(WS-BILL-I) = REJ-DEST
                       AND BL-DATE(WS-BILL-I) > REJ-DATE))
           MOVE "Y" TO WS-BILL-REJ-DONE
       END-IF
   END-PERFORM.
   PERFORM VARYING WS-BILL-I FROM 1 BY 1
           UNTIL WS-BILL-I > WS-BILL-EXCL-COUNT
       IF BX-ORIGIN(WS-BILL-I) = REJ-ORIGIN
               AND BX-SERIAL(WS-BILL-I) = REJ-SERIAL
           IF BX-REASON(WS-BILL-I)(1:9) = "REJECTED "
               IF BX-DATE(WS-BILL-I) = REJ-DATE
                       OR BX-DEST(WS-BILL-I) = REJ-DEST
                   MOVE WS-BILL-I TO WS-BILL-REJ-SLOT
               END-IF
           ELSE
               IF BX-DATE(WS-BILL-I) = REJ-DATE
                       OR (BX-DEST(WS-BILL-I) = REJ-DEST
                           AND BX-DATE(WS-BILL-I) > REJ-DATE)
                   MOVE "Y" TO WS-BILL-REJ-DONE
               END-IF
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

BILLING-NOTE-OFFICE.
   MOVE "N" TO WS-BILL-OFC-FOUND.
   PERFORM VARYING WS-BILL-OFC-I FROM 1 BY 1
           UNTIL WS-BILL-OFC-I > WS-BILL-OFC-COUNT
       IF BO-ORIGIN(WS-BILL-OFC-I) = WS-BILL-HOLD-ORIGIN
           MOVE "Y" TO WS-BILL-OFC-FOUND
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF WS-BILL-OFC-FOUND = "N" AND WS-BILL-OFC-COUNT < 100
       ADD 1 TO WS-BILL-OFC-COUNT
       MOVE WS-BILL-HOLD-ORIGIN TO BO-ORIGIN(WS-BILL-OFC-COUNT)
   END-IF.

   EXIT.

WRITE-BILLING-STATEMENTS.
*> One statement per office: its billed messages and subtotal, then
*> whatever of its traffic was not billed and why. Traffic filed
*> without an envelope has no origin and is stated under
*> "(NO ORIGIN)".
   MOVE 0 TO WS-BILL-TOT-MSGS.
   MOVE 0 TO WS-BILL-TOT-UNITS.
   MOVE 0 TO WS-BILL-TOT-AMOUNT.
   PERFORM VARYING WS-BILL-OFC-I FROM 1 BY 1
           UNTIL WS-BILL-OFC-I > WS-BILL-OFC-COUNT
       MOVE BO-ORIGIN(WS-BILL-OFC-I) TO WS-BILL-HOLD-ORIGIN
       PERFORM WRITE-BILLING-OFFICE
   END-PERFORM.
   MOVE WS-BILL-TOT-AMOUNT TO WS-BILL-TOTAL-ED.
   MOVE SPACES TO BILLING-RPT-REC.
   WRITE BILLING-RPT-REC.
   STRING "GRAND TOTAL  OFFICES " DELIMITED BY SIZE
       WS-BILL-OFC-COUNT DELIMITED BY SIZE
       " MESSAGES " DELIMITED BY SIZE
       WS-BILL-TOT-MSGS DELIMITED BY SIZE
       " WORDS/GROUPS " DELIMITED BY SIZE
       WS-BILL-TOT-UNITS DELIMITED BY SIZE
       " AMOUNT " DELIMITED BY SIZE
       WS-BILL-TOTAL-ED DELIMITED BY SIZE
       INTO BILLING-RPT-REC
   END-STRING.
   WRITE BILLING-RPT-REC.
   MOVE SPACES TO BILLING-RPT-REC.
   STRING "NOT BILLED   ITEMS " DELIMITED BY SIZE
       WS-BILL-EXCL-COUNT DELIMITED BY SIZE
       INTO BILLING-RPT-REC
   END-STRING.
   WRITE BILLING-RPT-REC.

   EXIT.

WRITE-BILLING-OFFICE.
   MOVE 0 TO WS-BILL-OFC-MSGS.
   MOVE 0 TO WS-BILL-OFC-UNITS.
   MOVE 0 TO WS-BILL-OFC-AMOUNT.
   MOVE 0 TO WS-BILL-OFC-EXCL.
   MOVE SPACES TO BILLING-RPT-REC.
   WRITE BILLING-RPT-REC.
   IF WS-BILL-HOLD-ORIGIN = SPACES
       MOVE "OFFICE (NO ORIGIN)" TO BILLING-RPT-REC
   ELSE
       STRING "OFFICE " DELIMITED BY SIZE
           WS-BILL-HOLD-ORIGIN DELIMITED BY SIZE
           INTO BILLING-RPT-REC
       END-STRING
   END-IF.
   WRITE BILLING-RPT-REC.
   MOVE SPACES TO BILLING-RPT-REC.
   STRING "  DATE     SERIAL DEST       PRI ITEM  COUNT     RATE"
           DELIMITED BY SIZE
       "     CHARGE  SURCHARGE     AMOUNT" DELIMITED BY SIZE
       INTO BILLING-RPT-REC
   END-STRING.
   WRITE BILLING-RPT-REC.
   PERFORM VARYING WS-BILL-I FROM 1 BY 1
           UNTIL WS-BILL-I > WS-BILL-COUNT
       IF BL-ORIGIN(WS-BILL-I) = WS-BILL-HOLD-ORIGIN
           ADD 1 TO WS-BILL-OFC-MSGS
           ADD BL-UNITS(WS-BILL-I) TO WS-BILL-OFC-UNITS
           ADD BL-AMOUNT(WS-BILL-I) TO WS-BILL-OFC-AMOUNT
           MOVE BL-RATE(WS-BILL-I) TO WS-BILL-RATE-ED
           MOVE BL-CHARGE(WS-BILL-I) TO WS-BILL-CHARGE-ED
           MOVE BL-SURCH(WS-BILL-I) TO WS-BILL-SURCH-ED
           MOVE BL-AMOUNT(WS-BILL-I) TO WS-BILL-AMOUNT-ED
           MOVE SPACES TO BILLING-RPT-REC
           STRING "  " DELIMITED BY SIZE
               BL-DATE(WS-BILL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BL-SERIAL(WS-BILL-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BL-DEST(WS-BILL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BL-PRI(WS-BILL-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BL-ITEM(WS-BILL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BL-UNITS(WS-BILL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BILL-RATE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BILL-CHARGE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BILL-SURCH-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BILL-AMOUNT-ED DELIMITED BY SIZE
               INTO BILLING-RPT-REC
           END-STRING
           WRITE BILLING-RPT-REC
       END-IF
   END-PERFORM.
   MOVE WS-BILL-OFC-AMOUNT TO WS-BILL-TOTAL-ED.
   MOVE SPACES TO BILLING-RPT-REC.
   STRING "  SUBTOTAL   MESSAGES " DELIMITED BY SIZE
       WS-BILL-OFC-MSGS DELIMITED BY SIZE
       " WORDS/GROUPS " DELIMITED BY SIZE
       WS-BILL-OFC-UNITS DELIMITED BY SIZE
       " AMOUNT " DELIMITED BY SIZE
       WS-BILL-TOTAL-ED DELIMITED BY SIZE
       INTO BILLING-RPT-REC
   END-STRING.
   WRITE BILLING-RPT-REC.
   ADD WS-BILL-OFC-MSGS TO WS-BILL-TOT-MSGS.
   ADD WS-BILL-OFC-UNITS TO WS-BILL-TOT-UNITS.
   ADD WS-BILL-OFC-AMOUNT TO WS-BILL-TOT-AMOUNT.

   PERFORM VARYING WS-BILL-I FROM 1 BY 1
           UNTIL WS-BILL-I > WS-BILL-EXCL-COUNT
       IF BX-ORIGIN(WS-BILL-I) = WS-BILL-HOLD-ORIGIN
           IF WS-BILL-OFC-EXCL = 0
               MOVE "  NOT BILLED:" TO BILLING-RPT-REC
               WRITE BILLING-RPT-REC
           END-IF
           ADD 1 TO WS-BILL-OFC-EXCL
           MOVE SPACES TO BILLING-RPT-REC
           STRING "  " DELIMITED BY SIZE
               BX-DATE(WS-BILL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BX-SERIAL(WS-BILL-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BX-DEST(WS-BILL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BX-REASON(WS-BILL-I) DELIMITED BY SIZE
               INTO BILLING-RPT-REC
           END-STRING
           WRITE BILLING-RPT-REC
       END-IF
   END-PERFORM.

   EXIT.

TRANSMIT-WINDOW-PLAN.
*> Whether the queued traffic fits the schedule, to XMITPLAN: each
*> net's XQ<net> queue is laid into the net's window, urgent
*> traffic first and otherwise in queue order, each message timed
*> off its queued Morse at the net's speed with the same unit rule
*> COMPUTE-TRANSMISSION-UNITS uses, plus a call-up allowance at the
*> window opening and a procedure allowance per message. What will
*> not fit is planned into the net's following windows, and any
*> СРОЧНО message that lands there is warned about so the
*> supervisor can act before the window opens.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "Enter Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
   END-IF.
   PERFORM VALIDATE-OPERATOR.
   IF OPERATOR-IS-VALID
       DISPLAY "WPM for nets with no speed on file (0 = " WS-WPM
           "): " WITH NO ADVANCING
       ACCEPT WS-WPM
       IF WS-WPM = 0
           MOVE 20 TO WS-WPM
       END-IF
       DISPLAY "Call-up allowance per window, minutes (0 = 3): "
           WITH NO ADVANCING
       MOVE 0 TO WS-PLAN-CALLUP-MIN
       ACCEPT WS-PLAN-CALLUP-MIN
       IF WS-PLAN-CALLUP-MIN = 0
           MOVE 3 TO WS-PLAN-CALLUP-MIN
       END-IF
       DISPLAY "Procedure allowance per message, seconds (0 = 30): "
           WITH NO ADVANCING
       MOVE 0 TO WS-PLAN-PROC-SEC
       ACCEPT WS-PLAN-PROC-SEC
       IF WS-PLAN-PROC-SEC = 0
           MOVE 30 TO WS-PLAN-PROC-SEC
       END-IF
       COMPUTE WS-PLAN-CALLUP-SECS = WS-PLAN-CALLUP-MIN * 60
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       ACCEPT WS-RUN-TIME FROM TIME
       PERFORM LOAD-ROUTE-FILE
       MOVE 0 TO WS-PLAN-TOT-MSGS
       MOVE 0 TO WS-PLAN-TOT-CARRIED
       MOVE 0 TO WS-PLAN-TOT-LATE
       MOVE 0 TO WS-PLAN-TOT-UNPLANNED
       OPEN OUTPUT PLAN-RPT-FILE
       MOVE SPACES TO PLAN-RPT-REC
       STRING "TRANSMIT PLAN - RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-RUN-TIME(1:4) DELIMITED BY SIZE
           " OPERATOR " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           INTO PLAN-RPT-REC
       END-STRING
       WRITE PLAN-RPT-REC
       MOVE SPACES TO PLAN-RPT-REC
       STRING "CALL-UP " DELIMITED BY SIZE
           WS-PLAN-CALLUP-MIN DELIMITED BY SIZE
           " MIN PER WINDOW, PROCEDURE " DELIMITED BY SIZE
           WS-PLAN-PROC-SEC DELIMITED BY SIZE
           " SEC PER MESSAGE" DELIMITED BY SIZE
           INTO PLAN-RPT-REC
       END-STRING
       WRITE PLAN-RPT-REC
       PERFORM PLAN-NET-QUEUE
           VARYING NET-IDX FROM 1 BY 1
           UNTIL NET-IDX > WS-NET-COUNT
       MOVE SPACES TO PLAN-RPT-REC
       WRITE PLAN-RPT-REC
       MOVE SPACES TO PLAN-RPT-REC
       STRING "TOTAL QUEUED " DELIMITED BY SIZE
           WS-PLAN-TOT-MSGS DELIMITED BY SIZE
           "  CARRIED OVER " DELIMITED BY SIZE
           WS-PLAN-TOT-CARRIED DELIMITED BY SIZE
           "  NO WINDOW " DELIMITED BY SIZE
           WS-PLAN-TOT-UNPLANNED DELIMITED BY SIZE
           "  СРОЧНО PUSHED BACK " DELIMITED BY SIZE
           WS-PLAN-TOT-LATE DELIMITED BY SIZE
           INTO PLAN-RPT-REC
       END-STRING
       WRITE PLAN-RPT-REC
       CLOSE PLAN-RPT-FILE
       DISPLAY "Transmit plan written to XMITPLAN: " WS-PLAN-TOT-MSGS
           " message(s) queued, " WS-PLAN-TOT-CARRIED
           " carried over, " WS-PLAN-TOT-UNPLANNED " with no window."
       IF WS-PLAN-TOT-LATE > 0
           DISPLAY "WARNING: " WS-PLAN-TOT-LATE " СРОЧНО message(s) "
               "will not go in the next window - see XMITPLAN."
       END-IF
   END-IF.

   EXIT.

PLAN-NET-QUEUE.
*> One net: its queue read into PLAN-TABLE, then laid into its
*> window in two passes, СРОЧНО first, routine behind it. A net
*> with no window on file (UNROUTED never has one) is listed but
*> not planned.
   MOVE NT-WPM(NET-IDX) TO WS-PLAN-NET-WPM.
   IF WS-PLAN-NET-WPM = 0
       MOVE WS-WPM TO WS-PLAN-NET-WPM
   END-IF.
   MOVE 0 TO WS-PLAN-COUNT.
   MOVE "N" TO WS-PLAN-HEAD.
   MOVE "N" TO WS-PLAN-FULL.
   MOVE SPACES TO WS-XMITQ-NAME.
   STRING "XQ" DELIMITED BY SIZE
       FUNCTION TRIM(NT-NET(NET-IDX)) DELIMITED BY SIZE
       INTO WS-XMITQ-NAME
   END-STRING.
   OPEN INPUT XMIT-QUEUE-FILE.
   IF WS-XMITQ-STATUS = "00"
       MOVE "N" TO WS-PLAN-EOF
       PERFORM UNTIL PLAN-QUEUE-AT-EOF
           READ XMIT-QUEUE-FILE
               AT END
                   SET PLAN-QUEUE-AT-EOF TO TRUE
               NOT AT END
                   PERFORM PLAN-TAKE-QUEUE-LINE
           END-READ
       END-PERFORM
       CLOSE XMIT-QUEUE-FILE
   END-IF.
   ADD WS-PLAN-COUNT TO WS-PLAN-TOT-MSGS.

   MOVE SPACES TO PLAN-RPT-REC.
   WRITE PLAN-RPT-REC.
   MOVE NT-WIN-LEN(NET-IDX) TO WS-SM-LEN-ED.
   MOVE SPACES TO PLAN-RPT-REC.
   STRING "NET " DELIMITED BY SIZE
       NT-NET(NET-IDX) DELIMITED BY SIZE
       " WINDOW " DELIMITED BY SIZE
       NT-WIN-START(NET-IDX) DELIMITED BY SIZE
       " FOR " DELIMITED BY SIZE
       WS-SM-LEN-ED DELIMITED BY SIZE
       " MIN AT " DELIMITED BY SIZE
       WS-PLAN-NET-WPM DELIMITED BY SIZE
       " WPM - " DELIMITED BY SIZE
       WS-PLAN-COUNT DELIMITED BY SIZE
       " MESSAGE(S) QUEUED" DELIMITED BY SIZE
       INTO PLAN-RPT-REC
   END-STRING.
   WRITE PLAN-RPT-REC.

   IF WS-PLAN-COUNT > 0
       IF NT-WIN-START(NET-IDX) IS NOT NUMERIC
               OR NT-WIN-LEN(NET-IDX) = 0
           MOVE "  NO SCHEDULE WINDOW ON FILE - NOT PLANNED"
               TO PLAN-RPT-REC
           WRITE PLAN-RPT-REC
           PERFORM PLAN-LIST-UNPLANNED
               VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > WS-PLAN-COUNT
       ELSE
           IF NT-WIN-CLASH(NET-IDX) = "Y"
               MOVE SPACES TO PLAN-RPT-REC
               STRING "  WARNING: STATIONS ON THIS NET NAME DIFFERENT "
                       DELIMITED BY SIZE
                   "WINDOWS - THE FIRST ONE IS USED" DELIMITED BY SIZE
                   INTO PLAN-RPT-REC
               END-STRING
               WRITE PLAN-RPT-REC
           END-IF
           COMPUTE WS-PLAN-WIN-OPEN =
               FUNCTION NUMVAL(NT-WIN-START(NET-IDX)(1:2)) * 60
               + FUNCTION NUMVAL(NT-WIN-START(NET-IDX)(3:2))
           COMPUTE WS-PLAN-WIN-SECS = NT-WIN-LEN(NET-IDX) * 60
           MOVE 0 TO WS-PLAN-NET-CARRIED
           MOVE 0 TO WS-PLAN-NET-LATE
           MOVE 1 TO WS-PLAN-WINDOW
           MOVE WS-PLAN-CALLUP-SECS TO WS-PLAN-CURSOR
           MOVE 0 TO WS-PLAN-IN-WINDOW
           PERFORM PLAN-OPEN-WINDOW
           PERFORM VARYING WS-PLAN-PASS FROM 1 BY 1
                   UNTIL WS-PLAN-PASS > 2
               PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                       UNTIL WS-PLAN-I > WS-PLAN-COUNT
                   IF (WS-PLAN-PASS = 1 AND PL-IS-URGENT(WS-PLAN-I))
                       OR (WS-PLAN-PASS = 2
                           AND NOT PL-IS-URGENT(WS-PLAN-I))
                       PERFORM PLAN-PLACE-MESSAGE
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD WS-PLAN-NET-CARRIED TO WS-PLAN-TOT-CARRIED
           ADD WS-PLAN-NET-LATE TO WS-PLAN-TOT-LATE
           COMPUTE WS-PLAN-I = WS-PLAN-COUNT - WS-PLAN-NET-CARRIED
           MOVE SPACES TO PLAN-RPT-REC
           STRING "  NET " DELIMITED BY SIZE
               FUNCTION TRIM(NT-NET(NET-IDX)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-PLAN-I DELIMITED BY SIZE
               " IN THE NEXT WINDOW, " DELIMITED BY SIZE
               WS-PLAN-NET-CARRIED DELIMITED BY SIZE
               " CARRIED OVER, " DELIMITED BY SIZE
               WS-PLAN-NET-LATE DELIMITED BY SIZE
               " СРОЧНО PUSHED BACK" DELIMITED BY SIZE
               INTO PLAN-RPT-REC
           END-STRING
           WRITE PLAN-RPT-REC
       END-IF
   END-IF.

   EXIT.

PLAN-TAKE-QUEUE-LINE.
*> Queue records come in pairs: an envelope ($$H) or check ($$C)
*> line, then the message's Morse. The envelope's fixed columns
*> give serial, destination and priority; a $$C message has none
*> and plans as routine.
   IF XMIT-QUEUE-REC(1:3) = "$$H" OR XMIT-QUEUE-REC(1:3) = "$$C"
       MOVE "N" TO WS-PLAN-HEAD
       IF WS-PLAN-COUNT < 500
           ADD 1 TO WS-PLAN-COUNT
           MOVE "Y" TO WS-PLAN-HEAD
           MOVE "N" TO PL-URGENT(WS-PLAN-COUNT)
           MOVE 0 TO PL-UNITS(WS-PLAN-COUNT)
           MOVE 0 TO PL-SECONDS(WS-PLAN-COUNT)
           IF XMIT-QUEUE-REC(1:3) = "$$H"
               MOVE XMIT-QUEUE-REC(5:4) TO PL-SERIAL(WS-PLAN-COUNT)
               MOVE XMIT-QUEUE-REC(21:10) TO PL-DEST(WS-PLAN-COUNT)
               MOVE XMIT-QUEUE-REC(37:24) TO PL-PRI(WS-PLAN-COUNT)
               IF XMIT-QUEUE-REC(37:12) = "СРОЧНО"
                   MOVE "Y" TO PL-URGENT(WS-PLAN-COUNT)
               END-IF
           ELSE
               MOVE "----" TO PL-SERIAL(WS-PLAN-COUNT)
               MOVE SPACES TO PL-DEST(WS-PLAN-COUNT)
               MOVE SPACES TO PL-PRI(WS-PLAN-COUNT)
           END-IF
       ELSE
           IF WS-PLAN-FULL = "N"
               MOVE "Y" TO WS-PLAN-FULL
               DISPLAY "WARNING: more than 500 messages queued on "
                   "net " NT-NET(NET-IDX) " - the rest not planned."
           END-IF
       END-IF
   ELSE
       IF PLAN-HEAD-PENDING
           MOVE "N" TO WS-PLAN-HEAD
           PERFORM PLAN-COUNT-MORSE-UNITS
           MOVE WS-PLAN-UNITS TO PL-UNITS(WS-PLAN-COUNT)
           COMPUTE PL-SECONDS(WS-PLAN-COUNT) ROUNDED =
               WS-PLAN-UNITS * 1.2 / WS-PLAN-NET-WPM
               + WS-PLAN-PROC-SEC
       END-IF
   END-IF.

   EXIT.

PLAN-COUNT-MORSE-UNITS.
*> The COMPUTE-TRANSMISSION-UNITS count taken off the queued Morse
*> instead of the text, so cut numbers and prosigns are timed as
*> they were keyed: each character group its dots (1) and dashes
*> (3), 1 between symbols and 3 after it; each "|" word break 7.
   MOVE 0 TO WS-PLAN-UNITS.
   MOVE 1 TO WS-PLAN-PTR.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(XMIT-QUEUE-REC TRAILING))
       TO WS-PLAN-LEN.
   PERFORM UNTIL WS-PLAN-PTR > WS-PLAN-LEN
       MOVE SPACES TO WS-GROUP
       UNSTRING XMIT-QUEUE-REC DELIMITED BY SPACE
           INTO WS-GROUP
           WITH POINTER WS-PLAN-PTR
       IF WS-GROUP NOT = SPACES
           IF WS-GROUP(1:1) = "|"
               ADD 7 TO WS-PLAN-UNITS
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GROUP))
                   TO WS-SYMBOL-COUNT
               PERFORM VARYING WS-SYMBOL-INDEX FROM 1 BY 1
                       UNTIL WS-SYMBOL-INDEX > WS-SYMBOL-COUNT
                   IF WS-GROUP(WS-SYMBOL-INDEX:1) = "-"
                       ADD 3 TO WS-PLAN-UNITS
                   ELSE
                       ADD 1 TO WS-PLAN-UNITS
                   END-IF
               END-PERFORM
               COMPUTE WS-PLAN-UNITS =
                   WS-PLAN-UNITS + WS-SYMBOL-COUNT - 1 + 3
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

PLAN-OPEN-WINDOW.
*> Heading for one window of the net; window 1 is the next one on
*> the schedule, every later one holds traffic carried over.
   MOVE WS-PLAN-WINDOW TO WS-PLAN-WIN-ED.
   COMPUTE WS-PLAN-MINUTE = WS-PLAN-WIN-OPEN + WS-PLAN-CALLUP-MIN.
   PERFORM PLAN-MINUTE-TO-CLOCK.
   MOVE SPACES TO PLAN-RPT-REC.
   IF WS-PLAN-WINDOW = 1
       STRING "  WINDOW " DELIMITED BY SIZE
           WS-PLAN-WIN-ED DELIMITED BY SIZE
           " OPENS " DELIMITED BY SIZE
           NT-WIN-START(NET-IDX) DELIMITED BY SIZE
           " - CALL-UP TO " DELIMITED BY SIZE
           WS-PLAN-CLOCK DELIMITED BY SIZE
           INTO PLAN-RPT-REC
       END-STRING
   ELSE
       STRING "  WINDOW " DELIMITED BY SIZE
           WS-PLAN-WIN-ED DELIMITED BY SIZE
           " (CARRIED OVER) OPENS " DELIMITED BY SIZE
           NT-WIN-START(NET-IDX) DELIMITED BY SIZE
           " - CALL-UP TO " DELIMITED BY SIZE
           WS-PLAN-CLOCK DELIMITED BY SIZE
           INTO PLAN-RPT-REC
       END-STRING
   END-IF.
   WRITE PLAN-RPT-REC.
   MOVE SPACES TO PLAN-RPT-REC.
   STRING "    START SERIAL DEST       PRIORITY" DELIMITED BY SIZE
       "                  UNITS  SECS" DELIMITED BY SIZE
       INTO PLAN-RPT-REC
   END-STRING.
   WRITE PLAN-RPT-REC.

   EXIT.

PLAN-PLACE-MESSAGE.
*> A message that would run past the window's end closes the window
*> and opens the next, so traffic never jumps its turn to fill a
*> gap. A message longer than a whole window still gets a window of
*> its own, flagged, since it has to go sometime.
   IF WS-PLAN-IN-WINDOW > 0
           AND WS-PLAN-CURSOR + PL-SECONDS(WS-PLAN-I) > WS-PLAN-WIN-SECS
       ADD 1 TO WS-PLAN-WINDOW
       MOVE WS-PLAN-CALLUP-SECS TO WS-PLAN-CURSOR
       MOVE 0 TO WS-PLAN-IN-WINDOW
       PERFORM PLAN-OPEN-WINDOW
   END-IF.
   COMPUTE WS-PLAN-MINUTE = WS-PLAN-WIN-OPEN + WS-PLAN-CURSOR / 60.
   PERFORM PLAN-MINUTE-TO-CLOCK.
   MOVE SPACES TO WS-PLAN-MARK.
   IF WS-PLAN-CURSOR + PL-SECONDS(WS-PLAN-I) > WS-PLAN-WIN-SECS
       MOVE "OVERRUNS WINDOW" TO WS-PLAN-MARK
   END-IF.
   MOVE PL-UNITS(WS-PLAN-I) TO WS-PLAN-UNITS-ED.
   MOVE PL-SECONDS(WS-PLAN-I) TO WS-PLAN-SECS-ED.
   MOVE SPACES TO PLAN-RPT-REC.
   STRING "    " DELIMITED BY SIZE
       WS-PLAN-CLOCK DELIMITED BY SIZE
       "  " DELIMITED BY SIZE
       PL-SERIAL(WS-PLAN-I) DELIMITED BY SIZE
       "   " DELIMITED BY SIZE
       PL-DEST(WS-PLAN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       PL-PRI(WS-PLAN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-PLAN-UNITS-ED DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-PLAN-SECS-ED DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-PLAN-MARK DELIMITED BY SIZE
       INTO PLAN-RPT-REC
   END-STRING.
   WRITE PLAN-RPT-REC.
   ADD PL-SECONDS(WS-PLAN-I) TO WS-PLAN-CURSOR.
   ADD 1 TO WS-PLAN-IN-WINDOW.

   IF WS-PLAN-WINDOW > 1
       ADD 1 TO WS-PLAN-NET-CARRIED
       IF PL-IS-URGENT(WS-PLAN-I)
           ADD 1 TO WS-PLAN-NET-LATE
           MOVE WS-PLAN-WINDOW TO WS-PLAN-WIN-ED
           MOVE SPACES TO PLAN-RPT-REC
           STRING "    WARNING: СРОЧНО " DELIMITED BY SIZE
               PL-SERIAL(WS-PLAN-I) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               FUNCTION TRIM(PL-DEST(WS-PLAN-I)) DELIMITED BY SIZE
               " PUSHED BACK TO WINDOW " DELIMITED BY SIZE
               WS-PLAN-WIN-ED DELIMITED BY SIZE
               INTO PLAN-RPT-REC
           END-STRING
           WRITE PLAN-RPT-REC
           DISPLAY "WARNING: СРОЧНО " PL-SERIAL(WS-PLAN-I) " for "
               FUNCTION TRIM(PL-DEST(WS-PLAN-I)) " on net "
               FUNCTION TRIM(NT-NET(NET-IDX))
               " will not fit the next window - pushed back to window "
               WS-PLAN-WIN-ED "."
       END-IF
   END-IF.

   EXIT.

PLAN-LIST-UNPLANNED.
*> Traffic on a net with no window: shown so it is not forgotten,
*> and a СРОЧНО message among it is warned about like one pushed
*> back, since nothing puts it on the air either.
   ADD 1 TO WS-PLAN-TOT-UNPLANNED.
   MOVE PL-UNITS(WS-PLAN-I) TO WS-PLAN-UNITS-ED.
   MOVE PL-SECONDS(WS-PLAN-I) TO WS-PLAN-SECS-ED.
   MOVE SPACES TO PLAN-RPT-REC.
   STRING "    ----  " DELIMITED BY SIZE
       PL-SERIAL(WS-PLAN-I) DELIMITED BY SIZE
       "   " DELIMITED BY SIZE
       PL-DEST(WS-PLAN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       PL-PRI(WS-PLAN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-PLAN-UNITS-ED DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       WS-PLAN-SECS-ED DELIMITED BY SIZE
       INTO PLAN-RPT-REC
   END-STRING.
   WRITE PLAN-RPT-REC.
   IF PL-IS-URGENT(WS-PLAN-I)
       ADD 1 TO WS-PLAN-TOT-LATE
       MOVE SPACES TO PLAN-RPT-REC
       STRING "    WARNING: СРОЧНО " DELIMITED BY SIZE
           PL-SERIAL(WS-PLAN-I) DELIMITED BY SIZE
           " FOR " DELIMITED BY SIZE
           FUNCTION TRIM(PL-DEST(WS-PLAN-I)) DELIMITED BY SIZE
           " HAS NO WINDOW TO GO IN" DELIMITED BY SIZE
           INTO PLAN-RPT-REC
       END-STRING
       WRITE PLAN-RPT-REC
       DISPLAY "WARNING: СРОЧНО " PL-SERIAL(WS-PLAN-I) " for "
           FUNCTION TRIM(PL-DEST(WS-PLAN-I)) " on net "
           FUNCTION TRIM(NT-NET(NET-IDX)) " has no window to go in."
   END-IF.

   EXIT.

PLAN-MINUTE-TO-CLOCK.
*> WS-PLAN-MINUTE (minutes from midnight, may run past one day) to
*> HHMM on the 24-hour clock in WS-PLAN-CLOCK.
   COMPUTE WS-PLAN-CLOCK =
       FUNCTION INTEGER-PART(FUNCTION MOD(WS-PLAN-MINUTE, 1440) / 60)
       * 100 + FUNCTION MOD(WS-PLAN-MINUTE, 60).

   EXIT.

RADIO-LOG-ENTRY.
*> The station radio log, kept on the set: the operator enters each
*> net session as it closes - net, start and end, the stations
*> worked, the serials sent and the serials skipped with the
*> reason - into the day's RLOG<yyyymmdd>. A day's sessions may be
*> entered over several runs; numbering carries on from the file.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "Enter Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
   END-IF.
   PERFORM VALIDATE-OPERATOR.
   IF OPERATOR-IS-VALID
       DISPLAY "Log date (YYYYMMDD, 0 = today): " WITH NO ADVANCING
       MOVE 0 TO WS-RLOG-DATE-IN
       ACCEPT WS-RLOG-DATE-IN
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       IF WS-RLOG-DATE-IN = 0
           MOVE WS-RUN-DATE TO WS-RLOG-DATE
       ELSE
           MOVE WS-RLOG-DATE-IN TO WS-RLOG-DATE
       END-IF
       PERFORM SET-RADIO-LOG-NAME
       PERFORM LOAD-ROUTE-FILE
       PERFORM RADIO-LOG-COUNT-SESSIONS
       OPEN EXTEND RADIO-LOG-FILE
       IF WS-RLOG-STATUS = "35"
           OPEN OUTPUT RADIO-LOG-FILE
       END-IF
       MOVE 0 TO WS-RLOG-SESSIONS-ADDED
       MOVE "N" TO WS-RLOG-DONE
       PERFORM UNTIL RLOG-ENTRY-DONE
           PERFORM RADIO-LOG-SESSION
       END-PERFORM
       CLOSE RADIO-LOG-FILE
       DISPLAY "Radio log " FUNCTION TRIM(WS-RLOG-NAME) ": "
           WS-RLOG-SESSIONS-ADDED " session(s) logged this run, "
           WS-RLOG-SESSION " for the day."
   END-IF.

   EXIT.

SET-RADIO-LOG-NAME.
   MOVE SPACES TO WS-RLOG-NAME.
   STRING "RLOG" DELIMITED BY SIZE
       WS-RLOG-DATE DELIMITED BY SIZE
       INTO WS-RLOG-NAME
   END-STRING.

   EXIT.

RADIO-LOG-COUNT-SESSIONS.
*> The highest session number already in the day's log; a log not
*> yet started has none.
   MOVE 0 TO WS-RLOG-SESSION.
   MOVE "N" TO WS-RLOG-EOF.
   OPEN INPUT RADIO-LOG-FILE.
   IF WS-RLOG-STATUS = "00"
       PERFORM UNTIL RLOG-AT-EOF
           READ RADIO-LOG-FILE
               AT END
                   SET RLOG-AT-EOF TO TRUE
               NOT AT END
                   IF RLG-IS-SESSION AND RLG-SESSION IS NUMERIC
                           AND RLG-SESSION > WS-RLOG-SESSION
                       MOVE RLG-SESSION TO WS-RLOG-SESSION
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RADIO-LOG-FILE
   END-IF.

   EXIT.

RADIO-LOG-SESSION.
*> One session. The net must be one the routing knows, so the
*> reconciliation can hold the session to that net's window and
*> its serials to that net's queue; times are HHMM, and an end
*> earlier than the start is a session that ran over midnight.
   DISPLAY " ".
   DISPLAY "Net (blank to finish): " WITH NO ADVANCING.
   MOVE SPACES TO WS-RLOG-NET.
   ACCEPT WS-RLOG-NET.
   MOVE FUNCTION UPPER-CASE(WS-RLOG-NET) TO WS-RLOG-NET.
   IF WS-RLOG-NET = SPACES
       MOVE "Y" TO WS-RLOG-DONE
   ELSE
       MOVE 0 TO WS-NET-SLOT
       PERFORM VARYING NET-IDX FROM 1 BY 1
               UNTIL NET-IDX > WS-NET-COUNT
           IF NT-NET(NET-IDX) = WS-RLOG-NET
               MOVE NET-IDX TO WS-NET-SLOT
               EXIT PERFORM
           END-IF
       END-PERFORM
       DISPLAY "Session start (HHMM): " WITH NO ADVANCING
       MOVE SPACES TO WS-RLOG-START
       ACCEPT WS-RLOG-START
       DISPLAY "Session end (HHMM): " WITH NO ADVANCING
       MOVE SPACES TO WS-RLOG-END
       ACCEPT WS-RLOG-END
       MOVE WS-RLOG-START TO WS-RLOG-CLOCK
       PERFORM RADIO-LOG-CHECK-CLOCK
       IF RLOG-CLOCK-IS-VALID
           MOVE WS-RLOG-END TO WS-RLOG-CLOCK
           PERFORM RADIO-LOG-CHECK-CLOCK
       END-IF
       IF WS-NET-SLOT = 0
           DISPLAY "Net " FUNCTION TRIM(WS-RLOG-NET) " is not on the "
               "routing - session not logged."
       ELSE
       IF NOT RLOG-CLOCK-IS-VALID
           DISPLAY "Start and end must be HHMM on the 24-hour clock "
               "- session not logged."
       ELSE
           ADD 1 TO WS-RLOG-SESSION
           ADD 1 TO WS-RLOG-SESSIONS-ADDED
           MOVE 0 TO WS-RLOG-WORKED
           MOVE 0 TO WS-RLOG-SENT
           MOVE 0 TO WS-RLOG-SKIPPED
           PERFORM RADIO-LOG-START-RECORD
           MOVE "S" TO RLG-TYPE
           MOVE WS-RLOG-START TO RLG-START
           MOVE WS-RLOG-END TO RLG-END
           WRITE RADIO-LOG-REC
           PERFORM RADIO-LOG-STATIONS
           PERFORM RADIO-LOG-SENT-SERIALS
           PERFORM RADIO-LOG-SKIPPED-SERIALS
           DISPLAY "Session " WS-RLOG-SESSION " on "
               FUNCTION TRIM(WS-RLOG-NET) " logged: " WS-RLOG-WORKED
               " station(s) worked, " WS-RLOG-SENT " serial(s) sent, "
               WS-RLOG-SKIPPED " skipped."
       END-IF
       END-IF
   END-IF.

   EXIT.

RADIO-LOG-CHECK-CLOCK.
   MOVE "N" TO WS-RLOG-CLOCK-OK.
   IF WS-RLOG-CLOCK IS NUMERIC
       IF WS-RLOG-CLOCK(1:2) <= "23" AND WS-RLOG-CLOCK(3:2) <= "59"
           MOVE "Y" TO WS-RLOG-CLOCK-OK
       END-IF
   END-IF.

   EXIT.

RADIO-LOG-START-RECORD.
*> The fields every log record of the session carries.
   MOVE SPACES TO RADIO-LOG-REC.
   MOVE WS-RLOG-SESSION TO RLG-SESSION.
   MOVE WS-RLOG-NET TO RLG-NET.
   MOVE WS-OPERATOR-ID TO RLG-OPERATOR.

   EXIT.

RADIO-LOG-STATIONS.
*> A callsign the station master does not know is logged as
*> entered - the log records what happened on the air - but the
*> operator is told, in case it is a slip of the keyboard.
   MOVE "X" TO WS-RLOG-CALL.
   PERFORM UNTIL WS-RLOG-CALL = SPACES
       DISPLAY "Station worked (blank to end): " WITH NO ADVANCING
       MOVE SPACES TO WS-RLOG-CALL
       ACCEPT WS-RLOG-CALL
       MOVE FUNCTION UPPER-CASE(WS-RLOG-CALL) TO WS-RLOG-CALL
       IF WS-RLOG-CALL NOT = SPACES
           IF STATION-MASTER-ON-FILE
               MOVE WS-RLOG-CALL TO WS-SM-CALL
               PERFORM CHECK-STATION-CALLSIGN
               IF WS-SM-CHECK = "U"
                   DISPLAY "WARNING: " FUNCTION TRIM(WS-RLOG-CALL)
                       " is not on the station master - logged as "
                       "entered."
               END-IF
           END-IF
           PERFORM RADIO-LOG-START-RECORD
           MOVE "W" TO RLG-TYPE
           MOVE WS-RLOG-CALL TO RLG-CALLSIGN
           WRITE RADIO-LOG-REC
           ADD 1 TO WS-RLOG-WORKED
       END-IF
   END-PERFORM.

   EXIT.

RADIO-LOG-SENT-SERIALS.
   MOVE "X" TO WS-RLOG-SERIAL.
   PERFORM UNTIL WS-RLOG-SERIAL = SPACES
       DISPLAY "Serial sent (blank to end): " WITH NO ADVANCING
       MOVE SPACES TO WS-RLOG-SERIAL
       ACCEPT WS-RLOG-SERIAL
       IF WS-RLOG-SERIAL NOT = SPACES
           PERFORM RADIO-LOG-TAKE-SERIAL
           PERFORM RADIO-LOG-START-RECORD
           MOVE "T" TO RLG-TYPE
           MOVE WS-RLOG-SERIAL TO RLG-SERIAL
           WRITE RADIO-LOG-REC
           ADD 1 TO WS-RLOG-SENT
       END-IF
   END-PERFORM.

   EXIT.

RADIO-LOG-SKIPPED-SERIALS.
*> A skip is only logged with its reason - NO CONTACT, QRM and the
*> like - since the next shift needs to know why it is still owed.
   MOVE "X" TO WS-RLOG-SERIAL.
   PERFORM UNTIL WS-RLOG-SERIAL = SPACES
       DISPLAY "Serial skipped (blank to end): " WITH NO ADVANCING
       MOVE SPACES TO WS-RLOG-SERIAL
       ACCEPT WS-RLOG-SERIAL
       IF WS-RLOG-SERIAL NOT = SPACES
           PERFORM RADIO-LOG-TAKE-SERIAL
           DISPLAY "Reason (e.g. NO CONTACT, QRM): " WITH NO ADVANCING
           MOVE SPACES TO WS-RLOG-REASON
           ACCEPT WS-RLOG-REASON
           IF WS-RLOG-REASON = SPACES
               DISPLAY "A skipped serial needs a reason - "
                   WS-RLOG-SERIAL " not logged."
           ELSE
               PERFORM RADIO-LOG-START-RECORD
               MOVE "K" TO RLG-TYPE
               MOVE WS-RLOG-SERIAL TO RLG-SERIAL
               MOVE WS-RLOG-REASON TO RLG-REASON
               WRITE RADIO-LOG-REC
               ADD 1 TO WS-RLOG-SKIPPED
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

RADIO-LOG-TAKE-SERIAL.
*> Serials are four digits on the envelope; "47" keyed on the set
*> is logged as 0047 so it matches the queue.
   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RLOG-SERIAL))
       TO WS-RLOG-SERIAL.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RLOG-SERIAL))
       TO WS-RLOG-SER-LEN.
   IF WS-RLOG-SERIAL(1:WS-RLOG-SER-LEN) IS NUMERIC
       MOVE FUNCTION NUMVAL(WS-RLOG-SERIAL(1:WS-RLOG-SER-LEN))
           TO WS-RLOG-SER-NUM
       MOVE WS-RLOG-SER-NUM TO WS-RLOG-SERIAL
   END-IF.

   EXIT.

RADIO-LOG-RECONCILE.
*> End-of-shift reconciliation of the day's radio log against what
*> was queued for the air, to HANDOVR for the next shift: traffic
*> queued but never logged as sent (with the skip reason where the
*> log gives one, СРОЧНО first), serials logged that no queue ever
*> held, and sessions that ran past their net's window.
   IF WS-OPERATOR-ID = SPACES
       DISPLAY "Enter Operator ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID
       MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
   END-IF.
   PERFORM VALIDATE-OPERATOR.
   IF OPERATOR-IS-VALID
       DISPLAY "Log date (YYYYMMDD, 0 = today): " WITH NO ADVANCING
       MOVE 0 TO WS-RLOG-DATE-IN
       ACCEPT WS-RLOG-DATE-IN
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       ACCEPT WS-RUN-TIME FROM TIME
       IF WS-RLOG-DATE-IN = 0
           MOVE WS-RUN-DATE TO WS-RLOG-DATE
       ELSE
           MOVE WS-RLOG-DATE-IN TO WS-RLOG-DATE
       END-IF
       PERFORM SET-RADIO-LOG-NAME
       PERFORM LOAD-ROUTE-FILE
       PERFORM RECON-LOAD-LOG
       MOVE 0 TO WS-RCN-Q-COUNT
       MOVE 0 TO WS-RCN-HEADERLESS
       MOVE "N" TO WS-RCN-FULL
*> The queues hold only what the latest BATCH run left for the air;
*> an earlier day is reconciled from the archive alone.
       IF WS-RLOG-DATE = WS-RUN-DATE
           PERFORM RECON-READ-QUEUE
               VARYING NET-IDX FROM 1 BY 1
               UNTIL NET-IDX > WS-NET-COUNT
       END-IF
       PERFORM RECON-SCAN-ARCHIVE
       PERFORM RECON-MATCH-LOG
       PERFORM WRITE-HANDOVER-REPORT
       DISPLAY "Reconciliation written to HANDOVR: " WS-RCN-UNSENT
           " queued message(s) not logged as sent ("
           WS-RCN-UNSENT-URGENT " СРОЧНО), " WS-RCN-UNQUEUED
           " logged serial(s) never queued, " WS-RCN-OVERRUN
           " session(s) over their window."
       IF WS-RCN-UNSENT-URGENT > 0
           DISPLAY "WARNING: " WS-RCN-UNSENT-URGENT " СРОЧНО "
               "message(s) queued and not sent - hand over to the "
               "next shift."
       END-IF
   END-IF.

   EXIT.

RECON-LOAD-LOG.
*> Sessions, with their counts of stations worked and serials, and
*> every serial logged sent or skipped. No log for the day is not
*> an error - it means nothing was logged, and every queued
*> message is reported as not sent.
   MOVE 0 TO WS-RCN-SES-COUNT.
   MOVE 0 TO WS-RCN-LOG-COUNT.
   MOVE 0 TO WS-RCN-LOGGED-SENT.
   MOVE 0 TO WS-RCN-LOGGED-SKIPPED.
   MOVE "N" TO WS-RLOG-EOF.
   OPEN INPUT RADIO-LOG-FILE.
   IF WS-RLOG-STATUS = "00"
       PERFORM UNTIL RLOG-AT-EOF
           READ RADIO-LOG-FILE
               AT END
                   SET RLOG-AT-EOF TO TRUE
               NOT AT END
                   PERFORM RECON-TAKE-LOG-RECORD
           END-READ
       END-PERFORM
       CLOSE RADIO-LOG-FILE
   ELSE
       DISPLAY "WARNING: no radio log " FUNCTION TRIM(WS-RLOG-NAME)
           " on file - nothing logged for " WS-RLOG-DATE "."
   END-IF.

   EXIT.

RECON-TAKE-LOG-RECORD.
   MOVE 0 TO WS-RCN-HIT.
   PERFORM VARYING WS-RCN-J FROM 1 BY 1
           UNTIL WS-RCN-J > WS-RCN-SES-COUNT
       IF RS-SESSION(WS-RCN-J) = RLG-SESSION
           MOVE WS-RCN-J TO WS-RCN-HIT
       END-IF
   END-PERFORM.
   EVALUATE TRUE
       WHEN RLG-IS-SESSION
           IF WS-RCN-SES-COUNT < 100
               ADD 1 TO WS-RCN-SES-COUNT
               MOVE RLG-SESSION TO RS-SESSION(WS-RCN-SES-COUNT)
               MOVE RLG-NET TO RS-NET(WS-RCN-SES-COUNT)
               MOVE RLG-OPERATOR TO RS-OPERATOR(WS-RCN-SES-COUNT)
               MOVE RLG-START TO RS-START(WS-RCN-SES-COUNT)
               MOVE RLG-END TO RS-END(WS-RCN-SES-COUNT)
               MOVE 0 TO RS-WORKED(WS-RCN-SES-COUNT)
               MOVE 0 TO RS-SENT(WS-RCN-SES-COUNT)
               MOVE 0 TO RS-SKIPPED(WS-RCN-SES-COUNT)
           END-IF
       WHEN RLG-IS-WORKED
           IF WS-RCN-HIT > 0
               ADD 1 TO RS-WORKED(WS-RCN-HIT)
           END-IF
       WHEN RLG-IS-SENT OR RLG-IS-SKIPPED
           IF RLG-IS-SENT
               ADD 1 TO WS-RCN-LOGGED-SENT
               IF WS-RCN-HIT > 0
                   ADD 1 TO RS-SENT(WS-RCN-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-RCN-LOGGED-SKIPPED
               IF WS-RCN-HIT > 0
                   ADD 1 TO RS-SKIPPED(WS-RCN-HIT)
               END-IF
           END-IF
           IF WS-RCN-LOG-COUNT < 1000
               ADD 1 TO WS-RCN-LOG-COUNT
               MOVE RLG-TYPE TO RL-TYPE(WS-RCN-LOG-COUNT)
               MOVE RLG-SESSION TO RL-SESSION(WS-RCN-LOG-COUNT)
               MOVE RLG-NET TO RL-NET(WS-RCN-LOG-COUNT)
               MOVE RLG-SERIAL TO RL-SERIAL(WS-RCN-LOG-COUNT)
               MOVE RLG-REASON TO RL-REASON(WS-RCN-LOG-COUNT)
               MOVE "N" TO RL-QUEUED(WS-RCN-LOG-COUNT)
           END-IF
   END-EVALUATE.

   EXIT.

RECON-READ-QUEUE.
*> One net's queue as it stands. Headerless ($$C) traffic has no
*> serial to be logged by, so it is only counted.
   MOVE SPACES TO WS-XMITQ-NAME.
   STRING "XQ" DELIMITED BY SIZE
       FUNCTION TRIM(NT-NET(NET-IDX)) DELIMITED BY SIZE
       INTO WS-XMITQ-NAME
   END-STRING.
   MOVE "N" TO WS-RCN-EOF.
   OPEN INPUT XMIT-QUEUE-FILE.
   IF WS-XMITQ-STATUS = "00"
       PERFORM UNTIL RCN-QUEUE-AT-EOF
           READ XMIT-QUEUE-FILE
               AT END
                   SET RCN-QUEUE-AT-EOF TO TRUE
               NOT AT END
                   IF XMIT-QUEUE-REC(1:3) = "$$C"
                       ADD 1 TO WS-RCN-HEADERLESS
                   END-IF
                   IF XMIT-QUEUE-REC(1:3) = "$$H"
                       MOVE NT-NET(NET-IDX) TO WS-RCN-NET
                       MOVE XMIT-QUEUE-REC(5:4) TO WS-RCN-SERIAL
                       MOVE XMIT-QUEUE-REC(21:10) TO WS-RCN-DEST
                       MOVE "N" TO WS-RCN-URGENT
                       IF XMIT-QUEUE-REC(37:12) = "СРОЧНО"
                           MOVE "Y" TO WS-RCN-URGENT
                       END-IF
                       MOVE "Q" TO WS-RCN-SOURCE
                       PERFORM RECON-ADD-QUEUED
                   END-IF
           END-READ
       END-PERFORM
       CLOSE XMIT-QUEUE-FILE
   END-IF.

   EXIT.

RECON-SCAN-ARCHIVE.
*> Every send TRAFARCH holds for the day - fresh traffic,
*> retransmissions and relayed traffic - on the net its destination
*> routes to, so traffic queued by an earlier BATCH run of the day
*> is owed too. A cancellation of the day's traffic - one whose
*> ARC-REF-DATE, the date the message was sent under, is the day -
*> takes the message off what is owed, whenever it was made.
   MOVE "N" TO WS-ARCH-EOF.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS = "00"
       PERFORM UNTIL ARCHIVE-AT-EOF
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-AT-EOF TO TRUE
               NOT AT END
                   IF ARC-DIR = "S" AND ARC-SERIAL NOT = SPACES
                       IF ARC-IS-CANCELLATION
                           IF ARC-REF-DATE = WS-RLOG-DATE
                               PERFORM RECON-MARK-CANCELLED
                           END-IF
                       ELSE
                       IF ARC-DATE = WS-RLOG-DATE
                               AND (ARC-IS-ORDINARY
                                   OR ARC-IS-RETRANSMISSION
                                   OR ARC-IS-RELAY-OUT)
                           MOVE "UNROUTED" TO WS-RCN-NET
                           PERFORM VARYING RT-IDX FROM 1 BY 1
                                   UNTIL RT-IDX > WS-ROUTE-COUNT
                               IF RT-DEST(RT-IDX) = ARC-DEST
                                   MOVE RT-NET(RT-IDX) TO WS-RCN-NET
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           MOVE ARC-SERIAL TO WS-RCN-SERIAL
                           MOVE ARC-DEST TO WS-RCN-DEST
                           MOVE "N" TO WS-RCN-URGENT
                           IF ARC-PRI = "U"
                               MOVE "Y" TO WS-RCN-URGENT
                           END-IF
                           MOVE "A" TO WS-RCN-SOURCE
                           PERFORM RECON-ADD-QUEUED
                       END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARCHIVE-FILE
   END-IF.

   EXIT.

RECON-ADD-QUEUED.
*> One entry per serial and net: a message on the queue that is
*> also on the archive, or sent again as a retransmission, is owed
*> once.
   MOVE 0 TO WS-RCN-HIT.
   PERFORM VARYING WS-RCN-J FROM 1 BY 1
           UNTIL WS-RCN-J > WS-RCN-Q-COUNT
       IF RQ-SERIAL(WS-RCN-J) = WS-RCN-SERIAL
               AND RQ-NET(WS-RCN-J) = WS-RCN-NET
           MOVE WS-RCN-J TO WS-RCN-HIT
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF WS-RCN-HIT > 0
       IF WS-RCN-URGENT = "Y"
           MOVE "Y" TO RQ-URGENT(WS-RCN-HIT)
       END-IF
   ELSE
       IF WS-RCN-Q-COUNT < 1000
           ADD 1 TO WS-RCN-Q-COUNT
           MOVE WS-RCN-NET TO RQ-NET(WS-RCN-Q-COUNT)
           MOVE WS-RCN-SERIAL TO RQ-SERIAL(WS-RCN-Q-COUNT)
           MOVE WS-RCN-DEST TO RQ-DEST(WS-RCN-Q-COUNT)
           MOVE WS-RCN-URGENT TO RQ-URGENT(WS-RCN-Q-COUNT)
           MOVE WS-RCN-SOURCE TO RQ-SOURCE(WS-RCN-Q-COUNT)
           MOVE SPACE TO RQ-LOGGED(WS-RCN-Q-COUNT)
           MOVE 0 TO RQ-LOG-I(WS-RCN-Q-COUNT)
           MOVE "N" TO RQ-CANCELLED(WS-RCN-Q-COUNT)
       ELSE
           IF WS-RCN-FULL = "N"
               MOVE "Y" TO WS-RCN-FULL
               DISPLAY "WARNING: more than 1000 messages queued for "
                   "the day - the rest not reconciled."
           END-IF
       END-IF
   END-IF.

   EXIT.

RECON-MARK-CANCELLED.
*> The cancellation record names the serial and, when CANCEL found
*> the original, its destination.
   PERFORM VARYING WS-RCN-J FROM 1 BY 1
           UNTIL WS-RCN-J > WS-RCN-Q-COUNT
       IF RQ-SERIAL(WS-RCN-J) = ARC-SERIAL
               AND (RQ-DEST(WS-RCN-J) = ARC-DEST OR ARC-DEST = SPACES)
           MOVE "Y" TO RQ-CANCELLED(WS-RCN-J)
       END-IF
   END-PERFORM.

   EXIT.

RECON-MATCH-LOG.
*> Each logged serial against the queued traffic on the same net. A
*> serial logged sent settles the message even if an earlier
*> session skipped it.
   PERFORM VARYING WS-RCN-I FROM 1 BY 1
           UNTIL WS-RCN-I > WS-RCN-LOG-COUNT
       MOVE 0 TO WS-RCN-HIT
       PERFORM VARYING WS-RCN-J FROM 1 BY 1
               UNTIL WS-RCN-J > WS-RCN-Q-COUNT
           IF RQ-SERIAL(WS-RCN-J) = RL-SERIAL(WS-RCN-I)
                   AND RQ-NET(WS-RCN-J) = RL-NET(WS-RCN-I)
               MOVE WS-RCN-J TO WS-RCN-HIT
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF WS-RCN-HIT > 0
           MOVE "Y" TO RL-QUEUED(WS-RCN-I)
           IF RL-TYPE(WS-RCN-I) = "T"
               MOVE "T" TO RQ-LOGGED(WS-RCN-HIT)
           ELSE
               IF RQ-LOGGED(WS-RCN-HIT) NOT = "T"
                   MOVE "K" TO RQ-LOGGED(WS-RCN-HIT)
                   MOVE WS-RCN-I TO RQ-LOG-I(WS-RCN-HIT)
               END-IF
           END-IF
       END-IF
   END-PERFORM.

   EXIT.

WRITE-HANDOVER-REPORT.
   MOVE 0 TO WS-RCN-UNSENT.
   MOVE 0 TO WS-RCN-UNSENT-URGENT.
   MOVE 0 TO WS-RCN-UNQUEUED.
   MOVE 0 TO WS-RCN-OVERRUN.
   MOVE 0 TO WS-RCN-NO-WINDOW.
   OPEN OUTPUT HANDOVER-RPT-FILE.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "RADIO LOG RECONCILIATION FOR " DELIMITED BY SIZE
       WS-RLOG-DATE DELIMITED BY SIZE
       " - RUN " DELIMITED BY SIZE
       WS-RUN-DATE DELIMITED BY SIZE
       "-" DELIMITED BY SIZE
       WS-RUN-TIME(1:4) DELIMITED BY SIZE
       " OPERATOR " DELIMITED BY SIZE
       WS-OPERATOR-ID DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "LOG " DELIMITED BY SIZE
       WS-RLOG-NAME DELIMITED BY SPACE
       ": " DELIMITED BY SIZE
       WS-RCN-SES-COUNT DELIMITED BY SIZE
       " SESSION(S), " DELIMITED BY SIZE
       WS-RCN-LOGGED-SENT DELIMITED BY SIZE
       " SERIAL(S) LOGGED SENT, " DELIMITED BY SIZE
       WS-RCN-LOGGED-SKIPPED DELIMITED BY SIZE
       " SKIPPED" DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.

*> Sessions, each held to its net's window.
   MOVE SPACES TO HANDOVER-RPT-REC.
   WRITE HANDOVER-RPT-REC.
   MOVE "SESSIONS LOGGED" TO HANDOVER-RPT-REC.
   WRITE HANDOVER-RPT-REC.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  SESS NET      OPERATOR START END  WORKED SENT SKIPPED "
       DELIMITED BY SIZE
       "WINDOW    NOTE" DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.
   PERFORM HANDOVER-SESSION-LINE
       VARYING WS-RCN-I FROM 1 BY 1
       UNTIL WS-RCN-I > WS-RCN-SES-COUNT.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  " DELIMITED BY SIZE
       WS-RCN-OVERRUN DELIMITED BY SIZE
       " SESSION(S) OVER THEIR WINDOW, " DELIMITED BY SIZE
       WS-RCN-NO-WINDOW DELIMITED BY SIZE
       " ON A NET WITH NO WINDOW ON FILE" DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.

*> Traffic still owed, СРОЧНО first.
   MOVE SPACES TO HANDOVER-RPT-REC.
   WRITE HANDOVER-RPT-REC.
   MOVE "QUEUED BUT NOT LOGGED AS SENT" TO HANDOVER-RPT-REC.
   WRITE HANDOVER-RPT-REC.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  NET      SERIAL DEST       PRIORITY NOTE"
       DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.
   PERFORM VARYING WS-PLAN-PASS FROM 1 BY 1 UNTIL WS-PLAN-PASS > 2
       PERFORM VARYING WS-RCN-I FROM 1 BY 1
               UNTIL WS-RCN-I > WS-RCN-Q-COUNT
           IF RQ-LOGGED(WS-RCN-I) NOT = "T"
                   AND RQ-CANCELLED(WS-RCN-I) = "N"
                   AND ((WS-PLAN-PASS = 1 AND RQ-IS-URGENT(WS-RCN-I))
                   OR (WS-PLAN-PASS = 2
                       AND NOT RQ-IS-URGENT(WS-RCN-I)))
               PERFORM HANDOVER-UNSENT-LINE
           END-IF
       END-PERFORM
   END-PERFORM.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  " DELIMITED BY SIZE
       WS-RCN-UNSENT DELIMITED BY SIZE
       " MESSAGE(S) STILL TO GO, " DELIMITED BY SIZE
       WS-RCN-UNSENT-URGENT DELIMITED BY SIZE
       " СРОЧНО" DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.
   IF WS-RCN-HEADERLESS > 0
       MOVE SPACES TO HANDOVER-RPT-REC
       STRING "  " DELIMITED BY SIZE
           WS-RCN-HEADERLESS DELIMITED BY SIZE
           " HEADERLESS MESSAGE(S) ON THE QUEUES HAVE NO SERIAL - "
               DELIMITED BY SIZE
           "CHECK BY HAND" DELIMITED BY SIZE
           INTO HANDOVER-RPT-REC
       END-STRING
       WRITE HANDOVER-RPT-REC
   END-IF.

*> Serials the log names that no queue held.
   MOVE SPACES TO HANDOVER-RPT-REC.
   WRITE HANDOVER-RPT-REC.
   MOVE "LOGGED BUT NEVER QUEUED" TO HANDOVER-RPT-REC.
   WRITE HANDOVER-RPT-REC.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  NET      SERIAL SESS LOGGED  NOTE" DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.
   PERFORM VARYING WS-RCN-I FROM 1 BY 1
           UNTIL WS-RCN-I > WS-RCN-LOG-COUNT
       IF RL-QUEUED(WS-RCN-I) = "N"
           PERFORM HANDOVER-UNQUEUED-LINE
       END-IF
   END-PERFORM.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  " DELIMITED BY SIZE
       WS-RCN-UNQUEUED DELIMITED BY SIZE
       " LOGGED SERIAL(S) NOT ON ANY QUEUE FOR THE DAY"
           DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   WRITE HANDOVER-RPT-REC.
   CLOSE HANDOVER-RPT-FILE.

   EXIT.

HANDOVER-SESSION-LINE.
*> Times are taken to minutes from midnight. A session whose end is
*> before its start ran over midnight; one more than twelve hours
*> from its window's opening is taken to belong to the window on
*> the other side of midnight.
   MOVE SPACES TO WS-RCN-NOTE.
   MOVE 0 TO WS-NET-SLOT.
   PERFORM VARYING NET-IDX FROM 1 BY 1 UNTIL NET-IDX > WS-NET-COUNT
       IF NT-NET(NET-IDX) = RS-NET(WS-RCN-I)
           MOVE NET-IDX TO WS-NET-SLOT
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF RS-START(WS-RCN-I) IS NOT NUMERIC
           OR RS-END(WS-RCN-I) IS NOT NUMERIC
       MOVE "TIMES NOT HHMM - NOT CHECKED" TO WS-RCN-NOTE
   ELSE
   IF WS-NET-SLOT = 0
       MOVE "NET NOT ON THE ROUTING - NOT CHECKED" TO WS-RCN-NOTE
       ADD 1 TO WS-RCN-NO-WINDOW
   ELSE
   IF NT-WIN-START(WS-NET-SLOT) IS NOT NUMERIC
           OR NT-WIN-LEN(WS-NET-SLOT) = 0
       MOVE "NO WINDOW ON FILE" TO WS-RCN-NOTE
       ADD 1 TO WS-RCN-NO-WINDOW
   ELSE
       COMPUTE WS-RCN-START-MIN =
           FUNCTION NUMVAL(RS-START(WS-RCN-I)(1:2)) * 60
           + FUNCTION NUMVAL(RS-START(WS-RCN-I)(3:2))
       COMPUTE WS-RCN-END-MIN =
           FUNCTION NUMVAL(RS-END(WS-RCN-I)(1:2)) * 60
           + FUNCTION NUMVAL(RS-END(WS-RCN-I)(3:2))
       IF WS-RCN-END-MIN < WS-RCN-START-MIN
           ADD 1440 TO WS-RCN-END-MIN
       END-IF
       COMPUTE WS-RCN-OPEN-MIN =
           FUNCTION NUMVAL(NT-WIN-START(WS-NET-SLOT)(1:2)) * 60
           + FUNCTION NUMVAL(NT-WIN-START(WS-NET-SLOT)(3:2))
       COMPUTE WS-RCN-CLOSE-MIN =
           WS-RCN-OPEN-MIN + NT-WIN-LEN(WS-NET-SLOT)
       IF WS-RCN-START-MIN - WS-RCN-OPEN-MIN > 720
           SUBTRACT 1440 FROM WS-RCN-START-MIN
           SUBTRACT 1440 FROM WS-RCN-END-MIN
       ELSE
           IF WS-RCN-OPEN-MIN - WS-RCN-START-MIN > 720
               ADD 1440 TO WS-RCN-START-MIN
               ADD 1440 TO WS-RCN-END-MIN
           END-IF
       END-IF
       COMPUTE WS-RCN-OVER-MIN = WS-RCN-END-MIN - WS-RCN-CLOSE-MIN
       COMPUTE WS-RCN-EARLY-MIN = WS-RCN-OPEN-MIN - WS-RCN-START-MIN
       MOVE 1 TO WS-RCN-J
       IF WS-RCN-START-MIN >= WS-RCN-CLOSE-MIN
           ADD 1 TO WS-RCN-OVERRUN
           COMPUTE WS-RCN-MIN-ED = WS-RCN-START-MIN - WS-RCN-CLOSE-MIN
           STRING "STARTED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCN-MIN-ED) DELIMITED BY SIZE
               " MIN AFTER WINDOW CLOSED" DELIMITED BY SIZE
               INTO WS-RCN-NOTE
               WITH POINTER WS-RCN-J
           END-STRING
       ELSE
       IF WS-RCN-OVER-MIN > 0
           ADD 1 TO WS-RCN-OVERRUN
           MOVE WS-RCN-OVER-MIN TO WS-RCN-MIN-ED
           STRING "OVERRAN WINDOW BY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCN-MIN-ED) DELIMITED BY SIZE
               " MIN " DELIMITED BY SIZE
               INTO WS-RCN-NOTE
               WITH POINTER WS-RCN-J
           END-STRING
       END-IF
       IF WS-RCN-EARLY-MIN > 0
           MOVE WS-RCN-EARLY-MIN TO WS-RCN-MIN-ED
           STRING "STARTED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCN-MIN-ED) DELIMITED BY SIZE
               " MIN EARLY" DELIMITED BY SIZE
               INTO WS-RCN-NOTE
               WITH POINTER WS-RCN-J
           END-STRING
       END-IF
       END-IF
   END-IF
   END-IF
   END-IF.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  " DELIMITED BY SIZE
       RS-SESSION(WS-RCN-I) DELIMITED BY SIZE
       "  " DELIMITED BY SIZE
       RS-NET(WS-RCN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RS-OPERATOR(WS-RCN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RS-START(WS-RCN-I) DELIMITED BY SIZE
       "  " DELIMITED BY SIZE
       RS-END(WS-RCN-I) DELIMITED BY SIZE
       "    " DELIMITED BY SIZE
       RS-WORKED(WS-RCN-I) DELIMITED BY SIZE
       "  " DELIMITED BY SIZE
       RS-SENT(WS-RCN-I) DELIMITED BY SIZE
       "     " DELIMITED BY SIZE
       RS-SKIPPED(WS-RCN-I) DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   IF WS-NET-SLOT > 0
       IF NT-WIN-START(WS-NET-SLOT) IS NUMERIC
               AND NT-WIN-LEN(WS-NET-SLOT) > 0
           MOVE NT-WIN-LEN(WS-NET-SLOT) TO WS-RCN-MIN-ED
           STRING NT-WIN-START(WS-NET-SLOT) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCN-MIN-ED) DELIMITED BY SIZE
               INTO HANDOVER-RPT-REC(57:9)
           END-STRING
       END-IF
   END-IF.
   MOVE WS-RCN-NOTE TO HANDOVER-RPT-REC(67:60).
   WRITE HANDOVER-RPT-REC.

   EXIT.

HANDOVER-UNSENT-LINE.
   ADD 1 TO WS-RCN-UNSENT.
   MOVE SPACES TO WS-RCN-NOTE.
   IF RQ-LOGGED(WS-RCN-I) = "K"
       MOVE RQ-LOG-I(WS-RCN-I) TO WS-RCN-J
       STRING "SKIPPED SESSION " DELIMITED BY SIZE
           RL-SESSION(WS-RCN-J) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           RL-REASON(WS-RCN-J) DELIMITED BY SIZE
           INTO WS-RCN-NOTE
       END-STRING
   ELSE
       MOVE "NOT IN THE LOG" TO WS-RCN-NOTE
   END-IF.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  " DELIMITED BY SIZE
       RQ-NET(WS-RCN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RQ-SERIAL(WS-RCN-I) DELIMITED BY SIZE
       "   " DELIMITED BY SIZE
       RQ-DEST(WS-RCN-I) DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
*> СРОЧНО is twelve bytes but prints six wide, so the note moves
*> along by the difference to stay under its heading.
   IF RQ-IS-URGENT(WS-RCN-I)
       ADD 1 TO WS-RCN-UNSENT-URGENT
       MOVE "СРОЧНО" TO HANDOVER-RPT-REC(30:12)
       MOVE WS-RCN-NOTE TO HANDOVER-RPT-REC(45:60)
   ELSE
       MOVE WS-RCN-NOTE TO HANDOVER-RPT-REC(39:60)
   END-IF.
   WRITE HANDOVER-RPT-REC.

   EXIT.

HANDOVER-UNQUEUED-LINE.
*> A serial queued for the day on another net, or cancelled before
*> it went, is the likeliest explanation and is named.
   ADD 1 TO WS-RCN-UNQUEUED.
   MOVE SPACES TO WS-RCN-NOTE.
   MOVE 0 TO WS-RCN-HIT.
   PERFORM VARYING WS-RCN-J FROM 1 BY 1
           UNTIL WS-RCN-J > WS-RCN-Q-COUNT
       IF RQ-SERIAL(WS-RCN-J) = RL-SERIAL(WS-RCN-I)
           MOVE WS-RCN-J TO WS-RCN-HIT
           EXIT PERFORM
       END-IF
   END-PERFORM.
   IF WS-RCN-HIT > 0
       IF RQ-NET(WS-RCN-HIT) NOT = RL-NET(WS-RCN-I)
           STRING "QUEUED ON NET " DELIMITED BY SIZE
               RQ-NET(WS-RCN-HIT) DELIMITED BY SPACE
               INTO WS-RCN-NOTE
           END-STRING
       END-IF
   END-IF.
   MOVE SPACES TO HANDOVER-RPT-REC.
   STRING "  " DELIMITED BY SIZE
       RL-NET(WS-RCN-I) DELIMITED BY SIZE
       " " DELIMITED BY SIZE
       RL-SERIAL(WS-RCN-I) DELIMITED BY SIZE
       "   " DELIMITED BY SIZE
       RL-SESSION(WS-RCN-I) DELIMITED BY SIZE
       INTO HANDOVER-RPT-REC
   END-STRING.
   IF RL-TYPE(WS-RCN-I) = "T"
       MOVE "SENT" TO HANDOVER-RPT-REC(26:7)
   ELSE
       MOVE "SKIPPED" TO HANDOVER-RPT-REC(26:7)
   END-IF.
   MOVE WS-RCN-NOTE TO HANDOVER-RPT-REC(35:60).
   WRITE HANDOVER-RPT-REC.

   EXIT.

OPEN-KEYER-FILE.
*> Same RESTART append rule as the other batch outputs.
   IF WS-RESTART-FLAG = "RESTART"
       OPEN EXTEND KEYER-FILE
       IF WS-KEYER-STATUS = "35"
           OPEN OUTPUT KEYER-FILE
       END-IF
   ELSE
       OPEN OUTPUT KEYER-FILE
   END-IF.

   EXIT.

OPEN-VERIFY-RPT-FILE.
*> Same RESTART append rule as the other batch outputs.
   IF WS-RESTART-FLAG = "RESTART"
       OPEN EXTEND VERIFY-RPT-FILE
       IF WS-VERRPT-STATUS = "35"
           OPEN OUTPUT VERIFY-RPT-FILE
       END-IF
   ELSE
       OPEN OUTPUT VERIFY-RPT-FILE
   END-IF.

   EXIT.

OPEN-REJECT-FILE.
*> A RESTART run appends behind the rejects the interrupted run
*> already diverted, exactly as OPEN-MSG-OUT-FILE appends its
*> traffic. A plain run - and a REJECTS rerun, whose input came from
*> a copy of the old MSGREJ - starts MSGREJ fresh. REJHIST is always
*> appended to, whatever the run.
   IF WS-RESTART-FLAG = "RESTART"
       OPEN EXTEND REJECT-FILE
       IF WS-REJ-STATUS = "35"
           OPEN OUTPUT REJECT-FILE
       END-IF
   ELSE
       OPEN OUTPUT REJECT-FILE
   END-IF.
   OPEN EXTEND REJECT-HIST-FILE.
   IF WS-REJHIST-STATUS = "35"
       OPEN OUTPUT REJECT-HIST-FILE
   END-IF.

   EXIT.

OPEN-MSG-OUT-FILE.
*> A RESTART run must append to the traffic already written by the
*> run it is resuming, not recreate MSGOUT and lose it - same
*> OPEN-EXTEND-with-OUTPUT-fallback pattern as OPEN-AUDIT-FILE. A
*> REJECTS rerun likewise appends its corrected traffic behind the
*> day's MSGOUT. A plain run always starts MSGOUT fresh.
   IF WS-RESTART-FLAG = "RESTART" OR WS-RESTART-FLAG = "REJECTS"
       OPEN EXTEND MSG-OUT-FILE
       IF WS-MSGOUT-STATUS = "35"
           OPEN OUTPUT MSG-OUT-FILE
       END-IF
   ELSE
       OPEN OUTPUT MSG-OUT-FILE
   END-IF.

   EXIT.

WRITE-AUDIT-RECORD.
*> WS-AUDIT-ENV carries the MSGIN envelope (serial, callsigns, filing
*> time, priority) into the audit line when one was captured; legacy
*> headerless traffic leaves it blank and audits exactly as before.
   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
   ACCEPT WS-RUN-TIME FROM TIME.
   MOVE SPACES TO WS-AUDIT-ENV.
   IF ENVELOPE-PRESENT
*> the output and is collected for REPORT-DECODE-EXCEPTIONS, since a
*> garbled group in received traffic needs a service query back to
*> the sender, not silent deletion.
*> For cut-number traffic (WS-DECODE-CLASS C) each group is tried as
*> a cut digit first.
   MOVE SPACES TO WS-DECODE-OUT.
   MOVE 1 TO WS-DECODE-PTR.
   MOVE 1 TO WS-OUT-INDEX.
                   MOVE "Y" TO WS-DEC-IN-WORD
               END-IF
           END-IF
           MOVE "N" TO WS-CUT-FOUND
           IF DECODE-IS-CUT
               PERFORM FIND-CUT-DIGIT
           END-IF
           IF CUT-CODE-FOUND
               MOVE "Y" TO WS-TABLE-FOUND
           ELSE
               PERFORM FIND-CHAR
           END-IF
           IF NOT TABLE-ENTRY-FOUND
               PERFORM FIND-PROSIGN-BY-CODE
               IF NOT PROSIGN-FOUND

   EXIT.

FIND-CUT-CODE.
*> Digit in WS-CHAR(1:1) to its cut-number code.
   MOVE WS-CHAR(1:1) TO WS-CUT-DIGIT.
   MOVE CUT-CODE(WS-CUT-DIGIT + 1) TO WS-CODE.

   EXIT.

FIND-CUT-DIGIT.
*> Cut-number code in WS-GROUP back to its digit. Tried ahead of
*> the table for cut-number traffic only - the codes are also
*> letters', and in a five-figure group only the digit is meant.
   MOVE "N" TO WS-CUT-FOUND.
   PERFORM VARYING WS-CUT-I FROM 1 BY 1 UNTIL WS-CUT-I > 10
       IF CUT-CODE(WS-CUT-I) = WS-GROUP
           COMPUTE WS-CUT-DIGIT = WS-CUT-I - 1
           MOVE SPACES TO WS-CHAR
           MOVE WS-CUT-DIGIT TO WS-CHAR(1:1)
           MOVE "Y" TO WS-CUT-FOUND
           EXIT PERFORM
       END-IF
   END-PERFORM.

   EXIT.

FIND-MORSE.
*> MT-CHAR and WS-CHAR are compared as whole 2-byte fields (not just
*> the leading byte) since most uppercase Cyrillic letters share the
