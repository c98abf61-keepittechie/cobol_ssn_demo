*> SSN-EXTRACT -- selection-card driven ad hoc extract of the master
*> and its satellite files.
*> Created by Josh from KeepItTechie
*>
*> Auditors, management and the other agencies keep asking for lists
*> of people by birth or death date, by where they live or by their
*> household -- "everyone born before 1930 still alive in Ohio", "all
*> deceased primaries with living dependents".  This program answers
*> them from a selection card (ADHOC.CTL) instead of a hand copy of
*> PEOPLE.DAT.  Each record on the master -- and on ARCHIVE.DAT when
*> the card asks for it -- is tested against every selection the
*> card fills in:
*>   DOB range and DOD range (CCYY-MM-DD, either end may be left open)
*>   alive or deceased
*>   state and/or ZIP prefix on ADDRESS.DAT
*>   primary, dependent or neither on XREF.DAT, and optionally the
*>     vital status of the other end of the link (a living dependent
*>     for a primary, a living or deceased primary for a dependent)
*>   an open case on SUSPCASE.DAT, an outstanding letter on LTRTRACK.DAT
*> A selection left blank does not narrow the extract.  Selected
*> people go to ADHOC.EXT, a '|'-delimited file with a header row and
*> full SSNs (it is a machine file like EXCEPT.EXT), and ADHOC.RPT
*> lists the card as read, the selection it was taken to mean, and
*> the records read and selected, so the same request can be rerun
*> and audited.  A card that does not edit clean is listed with the
*> reason and nothing is extracted.  ADHOC.RPT prints no SSNs.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-EXTRACT.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SSN-FILE ASSIGN TO 'people.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS SSN
    ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
    FILE STATUS IS WS-SSN-FILE-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO 'archive.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS ARC-SSN
    ALTERNATE RECORD KEY IS ARC-NAME WITH DUPLICATES
    FILE STATUS IS WS-ARC-FILE-STATUS.

*> Second views of the master and the archive, for looking up the
*> other end of a household link while the sweep holds its place.
    SELECT SSN-LOOKUP-FILE ASSIGN TO 'people.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LKP-SSN
    ALTERNATE RECORD KEY IS LKP-NAME WITH DUPLICATES
    FILE STATUS IS WS-LKP-FILE-STATUS.

    SELECT ARC-LOOKUP-FILE ASSIGN TO 'archive.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ALK-SSN
    ALTERNATE RECORD KEY IS ALK-NAME WITH DUPLICATES
    FILE STATUS IS WS-ALK-FILE-STATUS.

    SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ADDR-SSN
    FILE STATUS IS WS-ADDR-FILE-STATUS.

    SELECT XREF-FILE ASSIGN TO 'xref.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS XREF-DEP-SSN
    ALTERNATE RECORD KEY IS XREF-PRI-SSN WITH DUPLICATES
    FILE STATUS IS WS-XREF-FILE-STATUS.

    SELECT SUSPECT-CASE-FILE ASSIGN TO 'suspcase.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CASE-SSN
    FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT LETTER-TRACK-FILE ASSIGN TO 'ltrtrack.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LTR-SSN
    FILE STATUS IS WS-LTR-FILE-STATUS.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT SELECTION-CARD ASSIGN TO 'adhoc.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SEL-CARD-STATUS.

    SELECT ADHOC-EXTRACT ASSIGN TO 'adhoc.ext'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ADHOC-RPT ASSIGN TO 'adhoc.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SSN-FILE.
COPY SSNREC.

*> Archive master of long-deceased records SSN-ARCH moved off the
*> active file -- layout shared through ARCREC.
FD ARCHIVE-FILE.
COPY ARCREC.

*> Same SSNREC layout under its own names for the lookup view.
FD SSN-LOOKUP-FILE.
01 LKP-RECORD.
   05 LKP-SSN          PIC X(9).
   05 LKP-COMMA1       PIC X.
   05 LKP-NAME         PIC X(20).
   05 LKP-COMMA2       PIC X.
   05 LKP-DOB          PIC X(10).
   05 LKP-COMMA3       PIC X.
   05 LKP-DOD          PIC X(10).

*> Same ARCREC layout under its own names for the lookup view.
FD ARC-LOOKUP-FILE.
01 ALK-RECORD.
   05 ALK-SSN          PIC X(9).
   05 ALK-COMMA1       PIC X(1).
   05 ALK-NAME         PIC X(20).
   05 ALK-COMMA2       PIC X(1).
   05 ALK-DOB          PIC X(10).
   05 ALK-COMMA3       PIC X(1).
   05 ALK-DOD          PIC X(10).

FD ADDRESS-FILE.
COPY ADDRREC.

FD XREF-FILE.
COPY XREFREC.

*> Suspect-SSN case file (layout in CASEREC) -- read only, for the
*> open-case selection.
FD SUSPECT-CASE-FILE.
COPY CASEREC.

*> Letter-tracking file (layout in LTRREC) -- read only, for the
*> outstanding-letter selection.
FD LETTER-TRACK-FILE.
COPY LTRREC.

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> ---------------------------------------------------------------
*> Selection card -- one line, fields in fixed columns separated by
*> commas.  Any field left blank selects everyone on that field.
*>   title / requested-by   free text, carried to the listing
*>   DOB and DOD ranges     CCYY-MM-DD, inclusive
*>   vital status           A alive, D deceased
*>   state, ZIP prefix      compared to ADDRESS.DAT; the prefix is
*>                          the leading characters up to the first
*>                          blank
*>   household role         P primary, D dependent, N on no link
*>   link status            A/D -- with role P, has at least one
*>                          dependent alive/deceased; with role D,
*>                          the primary is alive/deceased
*>   open case              Y has one, N has none
*>   outstanding letter     Y has one, N has none
*>   include archive        Y also sweeps ARCHIVE.DAT
*> ---------------------------------------------------------------
FD SELECTION-CARD.
01 SEL-CARD-RECORD.
   05 SEL-TITLE        PIC X(30).
   05 SEL-COMMA1       PIC X.
   05 SEL-REQUESTED-BY PIC X(8).
   05 SEL-COMMA2       PIC X.
   05 SEL-DOB-FROM     PIC X(10).
   05 SEL-COMMA3       PIC X.
   05 SEL-DOB-TO       PIC X(10).
   05 SEL-COMMA4       PIC X.
   05 SEL-DOD-FROM     PIC X(10).
   05 SEL-COMMA5       PIC X.
   05 SEL-DOD-TO       PIC X(10).
   05 SEL-COMMA6       PIC X.
   05 SEL-VITAL        PIC X(1).
      88 SEL-ALIVE-ONLY       VALUE 'A'.
      88 SEL-DECEASED-ONLY    VALUE 'D'.
      88 SEL-VITAL-VALID      VALUE 'A' 'D' ' '.
   05 SEL-COMMA7       PIC X.
   05 SEL-STATE        PIC X(2).
   05 SEL-COMMA8       PIC X.
   05 SEL-ZIP-PREFIX   PIC X(5).
   05 SEL-COMMA9       PIC X.
   05 SEL-ROLE         PIC X(1).
      88 SEL-ROLE-PRIMARY     VALUE 'P'.
      88 SEL-ROLE-DEPENDENT   VALUE 'D'.
      88 SEL-ROLE-NONE        VALUE 'N'.
      88 SEL-ROLE-VALID       VALUE 'P' 'D' 'N' ' '.
   05 SEL-COMMA10      PIC X.
   05 SEL-LINK-VITAL   PIC X(1).
      88 SEL-LINK-VALID       VALUE 'A' 'D' ' '.
   05 SEL-COMMA11      PIC X.
   05 SEL-OPEN-CASE    PIC X(1).
      88 SEL-YN-CASE-VALID    VALUE 'Y' 'N' ' '.
   05 SEL-COMMA12      PIC X.
   05 SEL-OUT-LETTER   PIC X(1).
      88 SEL-YN-LTR-VALID     VALUE 'Y' 'N' ' '.
   05 SEL-COMMA13      PIC X.
   05 SEL-ARCHIVE      PIC X(1).
      88 SEL-INCLUDE-ARCHIVE  VALUE 'Y'.
      88 SEL-ARCHIVE-VALID    VALUE 'Y' 'N' ' '.

*> Delimited extract -- header row, then one row per person.
FD ADHOC-EXTRACT.
01 ADHOC-EXTRACT-RECORD PIC X(150).

FD ADHOC-RPT.
01 ADHOC-RPT-RECORD     PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-SSN-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-SSN-FILE-OK          VALUE '00'.
   88 WS-SSN-FILE-MISSING     VALUE '35'.
   88 WS-SSN-FILE-ATTR-CONFLICT VALUE '39'.
01 WS-ARC-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-ARC-FILE-OK          VALUE '00'.
   88 WS-ARC-FILE-MISSING     VALUE '35'.
01 WS-LKP-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-LKP-FILE-OK          VALUE '00'.
01 WS-ALK-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-ALK-FILE-OK          VALUE '00'.
01 WS-ADDR-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ADDR-FILE-OK         VALUE '00'.
01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-XREF-FILE-OK         VALUE '00'.
01 WS-CASE-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-CASE-FILE-OK         VALUE '00'.
01 WS-LTR-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-LTR-FILE-OK          VALUE '00'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.
01 WS-SEL-CARD-STATUS  PIC XX VALUE SPACES.
   88 WS-SEL-CARD-OK          VALUE '00'.
   88 WS-SEL-CARD-NOT-FND     VALUE '35'.

*> Satellite files that could not be opened are simply not looked
*> at; a person then has no address, link, case or letter on them.
01 WS-LKP-OPEN-SW      PIC X VALUE 'N'.
   88 WS-LKP-OPEN             VALUE 'Y'.
01 WS-ALK-OPEN-SW      PIC X VALUE 'N'.
   88 WS-ALK-OPEN             VALUE 'Y'.
01 WS-ADDR-OPEN-SW     PIC X VALUE 'N'.
   88 WS-ADDR-OPEN            VALUE 'Y'.
01 WS-XREF-OPEN-SW     PIC X VALUE 'N'.
   88 WS-XREF-OPEN            VALUE 'Y'.
01 WS-CASE-OPEN-SW     PIC X VALUE 'N'.
   88 WS-CASE-OPEN            VALUE 'Y'.
01 WS-LTR-OPEN-SW      PIC X VALUE 'N'.
   88 WS-LTR-OPEN             VALUE 'Y'.

*> Full processing date, same CCYY-MM-DD convention as SSN-CHECK.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).

*> ---------------------------------------------------------------
*> Card edit.  The first field found wrong is reported and stops
*> the run; a date must be CCYY-MM-DD with digits in place.
*> ---------------------------------------------------------------
01 WS-CARD-ERROR       PIC X(40) VALUE SPACES.
01 WS-CHECK-DATE       PIC X(10).
01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
   05 WS-CHK-CCYY      PIC X(4).
   05 WS-CHK-DASH1     PIC X.
   05 WS-CHK-MM        PIC X(2).
   05 WS-CHK-DASH2     PIC X.
   05 WS-CHK-DD        PIC X(2).
01 WS-DATE-OK-SW       PIC X VALUE 'Y'.
   88 WS-DATE-OK              VALUE 'Y'.
77 WS-ZIP-LEN          PIC 9(2) COMP VALUE ZERO.

*> ---------------------------------------------------------------
*> The person being tested, from either the master or the archive,
*> and what the satellite files say about them.
*> ---------------------------------------------------------------
01 WS-CAND-ORIGIN      PIC X(7).
01 WS-CAND-SSN         PIC X(9).
01 WS-CAND-NAME        PIC X(20).
01 WS-CAND-DOB         PIC X(10).
01 WS-CAND-DOD         PIC X(10).
01 WS-CAND-VITAL       PIC X(1).
01 WS-CAND-STREET      PIC X(30).
01 WS-CAND-CITY        PIC X(20).
01 WS-CAND-STATE       PIC X(2).
01 WS-CAND-ZIP         PIC X(10).
01 WS-CAND-IS-PRI      PIC X(1).
01 WS-CAND-IS-DEP      PIC X(1).
01 WS-CAND-PRI-SSN     PIC X(9).
01 WS-CAND-OPEN-CASE   PIC X(1).
01 WS-CAND-OUT-LTR     PIC X(1).
77 WS-DEPS-ALIVE       PIC 9(3) COMP VALUE ZERO.
77 WS-DEPS-DECEASED    PIC 9(3) COMP VALUE ZERO.
01 WS-PRI-VITAL        PIC X(1).
01 WS-LINK-SSN         PIC X(9).
01 WS-LINK-VITAL       PIC X(1).
01 WS-XREF-EOF         PIC X VALUE 'N'.
01 WS-SELECTED-SW      PIC X VALUE 'Y'.
   88 WS-SELECTED             VALUE 'Y'.

77 WS-ACTIVE-READ      PIC 9(7) COMP VALUE ZERO.
77 WS-ACTIVE-SELECTED  PIC 9(7) COMP VALUE ZERO.
77 WS-ARCHIVE-READ     PIC 9(7) COMP VALUE ZERO.
77 WS-ARCHIVE-SELECTED PIC 9(7) COMP VALUE ZERO.
77 WS-TOTAL-READ       PIC 9(7) COMP VALUE ZERO.
77 WS-TOTAL-SELECTED   PIC 9(7) COMP VALUE ZERO.

01 WS-EXTRACT-HDR-LINE.
   05 FILLER PIC X(40) VALUE "SSN|NAME|DOB|DOD|STATUS|FILE|STREET|CITY".
   05 FILLER PIC X(40) VALUE "|STATE|ZIP|PRIMARY|DEPENDENT|PRIMARY SSN".
   05 FILLER PIC X(29) VALUE "|OPEN CASE|OUTSTANDING LETTER".
   05 FILLER PIC X(41) VALUE SPACES.

01 WS-EXTRACT-LINE.
   05 WSE-SSN           PIC X(9).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-NAME          PIC X(20).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-DOB           PIC X(10).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-DOD           PIC X(10).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-VITAL         PIC X(1).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-ORIGIN        PIC X(7).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-STREET        PIC X(30).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-CITY          PIC X(20).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-STATE         PIC X(2).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-ZIP           PIC X(10).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-IS-PRI        PIC X(1).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-IS-DEP        PIC X(1).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-PRI-SSN       PIC X(9).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-OPEN-CASE     PIC X(1).
   05 FILLER            PIC X     VALUE "|".
   05 WSE-OUT-LTR       PIC X(1).
   05 FILLER            PIC X(4)  VALUE SPACES.

*> ---------------------------------------------------------------
*> Control listing.
*> ---------------------------------------------------------------
01 WS-HEADING-LINE.
   05 FILLER            PIC X(30) VALUE "AD HOC EXTRACT CONTROL LISTING".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10).
   05 FILLER            PIC X(30) VALUE SPACES.

01 WS-CARD-IMAGE-LINE.
   05 FILLER            PIC X(6)  VALUE "CARD: ".
   05 WSC-IMAGE         PIC X(74).
01 WS-CARD-IMAGE-CONT.
   05 FILLER            PIC X(6)  VALUE SPACES.
   05 WSC-IMAGE-CONT    PIC X(74).

01 WS-SEL-LINE.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSS-LABEL         PIC X(22).
   05 FILLER            PIC X(2)  VALUE ": ".
   05 WSS-VALUE         PIC X(54).

01 WS-COUNT-LINE.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSN-LABEL         PIC X(22).
   05 FILLER            PIC X(2)  VALUE ": ".
   05 WSN-COUNT         PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(45) VALUE SPACES.

01 WS-ERROR-LINE.
   05 FILLER            PIC X(25) VALUE "CARD REJECTED -- ".
   05 WSX-ERROR         PIC X(40).
   05 FILLER            PIC X(15) VALUE SPACES.

01 WS-BLANK-LINE       PIC X(80) VALUE SPACES.
01 WS-RANGE-TEXT       PIC X(54).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    OPEN OUTPUT ADHOC-RPT
    MOVE WS-RUN-DATE-ISO TO WSH-RUN-DATE
    WRITE ADHOC-RPT-RECORD FROM WS-HEADING-LINE
    WRITE ADHOC-RPT-RECORD FROM WS-BLANK-LINE
    PERFORM 1100-READ-CARD THRU 1100-EXIT
    IF WS-CARD-ERROR NOT = SPACES
        MOVE WS-CARD-ERROR TO WSX-ERROR
        WRITE ADHOC-RPT-RECORD FROM WS-BLANK-LINE
        WRITE ADHOC-RPT-RECORD FROM WS-ERROR-LINE
        DISPLAY "SSN-EXTRACT: CARD REJECTED -- " WS-CARD-ERROR
        CLOSE ADHOC-RPT
        STOP RUN
    END-IF
    PERFORM 1300-OPEN-FILES THRU 1300-EXIT
    MOVE "ACTIVE" TO WS-CAND-ORIGIN
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ SSN-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ACTIVE-READ
                MOVE SSN  TO WS-CAND-SSN
                MOVE NAME TO WS-CAND-NAME
                MOVE DOB  TO WS-CAND-DOB
                MOVE DOD  TO WS-CAND-DOD
                PERFORM 3000-TEST-CANDIDATE THRU 3000-EXIT
                IF WS-SELECTED
                    ADD 1 TO WS-ACTIVE-SELECTED
                END-IF
        END-READ
    END-PERFORM
    IF SEL-INCLUDE-ARCHIVE
        PERFORM 2000-SWEEP-ARCHIVE THRU 2000-EXIT
    END-IF
    PERFORM 5000-CLOSE-AND-TOTAL THRU 5000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-GET-RUN-DATE -- same run-date parameter convention as
*> SSN-CHECK; only used to date the listing.
*> ---------------------------------------------------------------
1000-GET-RUN-DATE.
    OPEN INPUT RUN-DATE-FILE
    IF WS-RUN-DATE-NOT-FND
        DISPLAY "RUNDATE.DAT not found -- defaulting run date from system clock"
        MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-CCYY
        MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MM
        MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DD
    ELSE
        READ RUN-DATE-FILE
            AT END
                DISPLAY "RUNDATE.DAT is empty -- defaulting run date from system clock"
                MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-CCYY
                MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MM
                MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DD
            NOT AT END
                MOVE RUN-DATE-CCYY TO WS-RUN-CCYY
                MOVE RUN-DATE-MM   TO WS-RUN-MM
                MOVE RUN-DATE-DD   TO WS-RUN-DD
        END-READ
        CLOSE RUN-DATE-FILE
    END-IF
    STRING WS-RUN-CCYY "-" WS-RUN-MM "-" WS-RUN-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-CARD -- the selection card is read, listed exactly as
*> punched, edited, and then listed field by field as understood.
*> ---------------------------------------------------------------
1100-READ-CARD.
    OPEN INPUT SELECTION-CARD
    IF WS-SEL-CARD-NOT-FND
        MOVE "ADHOC.CTL NOT FOUND" TO WS-CARD-ERROR
        GO TO 1100-EXIT
    END-IF
    READ SELECTION-CARD
        AT END
            MOVE "ADHOC.CTL IS EMPTY" TO WS-CARD-ERROR
    END-READ
    CLOSE SELECTION-CARD
    IF WS-CARD-ERROR NOT = SPACES
        GO TO 1100-EXIT
    END-IF
    MOVE SEL-CARD-RECORD(1:74) TO WSC-IMAGE
    WRITE ADHOC-RPT-RECORD FROM WS-CARD-IMAGE-LINE
    MOVE SEL-CARD-RECORD(75:30) TO WSC-IMAGE-CONT
    WRITE ADHOC-RPT-RECORD FROM WS-CARD-IMAGE-CONT
    WRITE ADHOC-RPT-RECORD FROM WS-BLANK-LINE
    PERFORM 1200-EDIT-CARD THRU 1200-EXIT
    IF WS-CARD-ERROR = SPACES
        PERFORM 1400-LIST-SELECTION THRU 1400-EXIT
    END-IF.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-EDIT-CARD -- every field the card fills in must be one the
*> extract can act on.  An upper bound below its lower bound, a
*> death range asked of the living, or a link status with no role
*> to hang it on would quietly select nobody, so they are refused.
*> ---------------------------------------------------------------
1200-EDIT-CARD.
    MOVE SEL-DOB-FROM TO WS-CHECK-DATE
    PERFORM 1250-CHECK-DATE THRU 1250-EXIT
    IF NOT WS-DATE-OK
        MOVE "DOB FROM IS NOT CCYY-MM-DD" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    MOVE SEL-DOB-TO TO WS-CHECK-DATE
    PERFORM 1250-CHECK-DATE THRU 1250-EXIT
    IF NOT WS-DATE-OK
        MOVE "DOB TO IS NOT CCYY-MM-DD" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    MOVE SEL-DOD-FROM TO WS-CHECK-DATE
    PERFORM 1250-CHECK-DATE THRU 1250-EXIT
    IF NOT WS-DATE-OK
        MOVE "DOD FROM IS NOT CCYY-MM-DD" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    MOVE SEL-DOD-TO TO WS-CHECK-DATE
    PERFORM 1250-CHECK-DATE THRU 1250-EXIT
    IF NOT WS-DATE-OK
        MOVE "DOD TO IS NOT CCYY-MM-DD" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF SEL-DOB-FROM NOT = SPACES AND SEL-DOB-TO NOT = SPACES
            AND SEL-DOB-FROM > SEL-DOB-TO
        MOVE "DOB FROM IS AFTER DOB TO" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF SEL-DOD-FROM NOT = SPACES AND SEL-DOD-TO NOT = SPACES
            AND SEL-DOD-FROM > SEL-DOD-TO
        MOVE "DOD FROM IS AFTER DOD TO" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF NOT SEL-VITAL-VALID
        MOVE "VITAL STATUS MUST BE A, D OR BLANK" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF SEL-ALIVE-ONLY
            AND (SEL-DOD-FROM NOT = SPACES OR SEL-DOD-TO NOT = SPACES)
        MOVE "DOD RANGE GIVEN FOR THE LIVING" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF NOT SEL-ROLE-VALID
        MOVE "ROLE MUST BE P, D, N OR BLANK" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF NOT SEL-LINK-VALID
        MOVE "LINK STATUS MUST BE A, D OR BLANK" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF SEL-LINK-VITAL NOT = SPACE
            AND NOT SEL-ROLE-PRIMARY AND NOT SEL-ROLE-DEPENDENT
        MOVE "LINK STATUS NEEDS ROLE P OR D" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF NOT SEL-YN-CASE-VALID
        MOVE "OPEN CASE MUST BE Y, N OR BLANK" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF NOT SEL-YN-LTR-VALID
        MOVE "OUTSTANDING LETTER MUST BE Y, N OR BLANK" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    IF NOT SEL-ARCHIVE-VALID
        MOVE "INCLUDE ARCHIVE MUST BE Y, N OR BLANK" TO WS-CARD-ERROR
        GO TO 1200-EXIT
    END-IF
    MOVE ZERO TO WS-ZIP-LEN
    INSPECT SEL-ZIP-PREFIX TALLYING WS-ZIP-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1250-CHECK-DATE -- blank is fine (an open end); otherwise the
*> date has to be CCYY-MM-DD with a real month and day.
*> ---------------------------------------------------------------
1250-CHECK-DATE.
    MOVE 'Y' TO WS-DATE-OK-SW
    IF WS-CHECK-DATE = SPACES
        GO TO 1250-EXIT
    END-IF
    IF WS-CHK-CCYY IS NOT NUMERIC OR WS-CHK-MM IS NOT NUMERIC
            OR WS-CHK-DD IS NOT NUMERIC
            OR WS-CHK-DASH1 NOT = "-" OR WS-CHK-DASH2 NOT = "-"
        MOVE 'N' TO WS-DATE-OK-SW
        GO TO 1250-EXIT
    END-IF
    IF WS-CHK-MM < "01" OR WS-CHK-MM > "12"
            OR WS-CHK-DD < "01" OR WS-CHK-DD > "31"
        MOVE 'N' TO WS-DATE-OK-SW
    END-IF.
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-OPEN-FILES -- the master is required; the satellites are
*> opened for reading when they are there.  The extract is started
*> with its header row.
*> ---------------------------------------------------------------
1300-OPEN-FILES.
    OPEN INPUT SSN-FILE
    IF WS-SSN-FILE-ATTR-CONFLICT
        DISPLAY "PEOPLE.DAT attributes do not match -- run SSN-REORG to add the NAME index"
        CLOSE ADHOC-RPT
        STOP RUN
    END-IF
    IF WS-SSN-FILE-MISSING
        DISPLAY "PEOPLE.DAT not found -- nothing to extract"
        CLOSE ADHOC-RPT
        STOP RUN
    END-IF
    OPEN INPUT SSN-LOOKUP-FILE
    IF WS-LKP-FILE-OK
        MOVE 'Y' TO WS-LKP-OPEN-SW
    END-IF
    OPEN INPUT ARC-LOOKUP-FILE
    IF WS-ALK-FILE-OK
        MOVE 'Y' TO WS-ALK-OPEN-SW
    END-IF
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDR-FILE-OK
        MOVE 'Y' TO WS-ADDR-OPEN-SW
    ELSE
        DISPLAY "ADDRESS.DAT not available -- no addresses on the extract"
    END-IF
    OPEN INPUT XREF-FILE
    IF WS-XREF-FILE-OK
        MOVE 'Y' TO WS-XREF-OPEN-SW
    ELSE
        DISPLAY "XREF.DAT not available -- nobody is linked"
    END-IF
    OPEN INPUT SUSPECT-CASE-FILE
    IF WS-CASE-FILE-OK
        MOVE 'Y' TO WS-CASE-OPEN-SW
    END-IF
    OPEN INPUT LETTER-TRACK-FILE
    IF WS-LTR-FILE-OK
        MOVE 'Y' TO WS-LTR-OPEN-SW
    END-IF
    OPEN OUTPUT ADHOC-EXTRACT
    MOVE WS-EXTRACT-HDR-LINE TO ADHOC-EXTRACT-RECORD
    WRITE ADHOC-EXTRACT-RECORD.
1300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1400-LIST-SELECTION -- the card as the extract understood it.
*> ---------------------------------------------------------------
1400-LIST-SELECTION.
    MOVE "TITLE" TO WSS-LABEL
    MOVE SEL-TITLE TO WSS-VALUE
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "REQUESTED BY" TO WSS-LABEL
    MOVE SEL-REQUESTED-BY TO WSS-VALUE
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "DATE OF BIRTH" TO WSS-LABEL
    MOVE SEL-DOB-FROM TO WS-CHECK-DATE
    MOVE SEL-DOB-TO   TO WS-RANGE-TEXT
    PERFORM 1450-FORMAT-RANGE THRU 1450-EXIT
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "DATE OF DEATH" TO WSS-LABEL
    MOVE SEL-DOD-FROM TO WS-CHECK-DATE
    MOVE SEL-DOD-TO   TO WS-RANGE-TEXT
    PERFORM 1450-FORMAT-RANGE THRU 1450-EXIT
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "VITAL STATUS" TO WSS-LABEL
    EVALUATE TRUE
        WHEN SEL-ALIVE-ONLY    MOVE "ALIVE ONLY"    TO WSS-VALUE
        WHEN SEL-DECEASED-ONLY MOVE "DECEASED ONLY" TO WSS-VALUE
        WHEN OTHER             MOVE "ANY"           TO WSS-VALUE
    END-EVALUATE
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "STATE" TO WSS-LABEL
    IF SEL-STATE = SPACES
        MOVE "ANY" TO WSS-VALUE
    ELSE
        MOVE SEL-STATE TO WSS-VALUE
    END-IF
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "ZIP PREFIX" TO WSS-LABEL
    IF WS-ZIP-LEN = ZERO
        MOVE "ANY" TO WSS-VALUE
    ELSE
        MOVE SEL-ZIP-PREFIX TO WSS-VALUE
    END-IF
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "HOUSEHOLD ROLE" TO WSS-LABEL
    EVALUATE TRUE
        WHEN SEL-ROLE-PRIMARY
            EVALUATE SEL-LINK-VITAL
                WHEN 'A' MOVE "PRIMARY WITH A LIVING DEPENDENT"
                             TO WSS-VALUE
                WHEN 'D' MOVE "PRIMARY WITH A DECEASED DEPENDENT"
                             TO WSS-VALUE
                WHEN OTHER MOVE "PRIMARY" TO WSS-VALUE
            END-EVALUATE
        WHEN SEL-ROLE-DEPENDENT
            EVALUATE SEL-LINK-VITAL
                WHEN 'A' MOVE "DEPENDENT OF A LIVING PRIMARY"
                             TO WSS-VALUE
                WHEN 'D' MOVE "DEPENDENT OF A DECEASED PRIMARY"
                             TO WSS-VALUE
                WHEN OTHER MOVE "DEPENDENT" TO WSS-VALUE
            END-EVALUATE
        WHEN SEL-ROLE-NONE
            MOVE "NOT ON ANY HOUSEHOLD LINK" TO WSS-VALUE
        WHEN OTHER
            MOVE "ANY" TO WSS-VALUE
    END-EVALUATE
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "OPEN CASE" TO WSS-LABEL
    EVALUATE SEL-OPEN-CASE
        WHEN 'Y'   MOVE "HAS AN OPEN CASE" TO WSS-VALUE
        WHEN 'N'   MOVE "NO OPEN CASE"     TO WSS-VALUE
        WHEN OTHER MOVE "ANY"              TO WSS-VALUE
    END-EVALUATE
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "OUTSTANDING LETTER" TO WSS-LABEL
    EVALUATE SEL-OUT-LETTER
        WHEN 'Y'   MOVE "HAS AN OUTSTANDING LETTER" TO WSS-VALUE
        WHEN 'N'   MOVE "NO OUTSTANDING LETTER"     TO WSS-VALUE
        WHEN OTHER MOVE "ANY"                       TO WSS-VALUE
    END-EVALUATE
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE
    MOVE "FILES SWEPT" TO WSS-LABEL
    IF SEL-INCLUDE-ARCHIVE
        MOVE "PEOPLE.DAT AND ARCHIVE.DAT" TO WSS-VALUE
    ELSE
        MOVE "PEOPLE.DAT ONLY" TO WSS-VALUE
    END-IF
    WRITE ADHOC-RPT-RECORD FROM WS-SEL-LINE.
1400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1450-FORMAT-RANGE -- "from THRU to" for a date range held in
*> WS-CHECK-DATE (from) and WS-RANGE-TEXT (to), open ends shown.
*> ---------------------------------------------------------------
1450-FORMAT-RANGE.
    EVALUATE TRUE
        WHEN WS-CHECK-DATE = SPACES AND WS-RANGE-TEXT = SPACES
            MOVE "ANY" TO WSS-VALUE
        WHEN WS-CHECK-DATE = SPACES
            MOVE SPACES TO WSS-VALUE
            STRING "ON OR BEFORE " WS-RANGE-TEXT(1:10)
                DELIMITED BY SIZE INTO WSS-VALUE
        WHEN WS-RANGE-TEXT = SPACES
            MOVE SPACES TO WSS-VALUE
            STRING "ON OR AFTER " WS-CHECK-DATE
                DELIMITED BY SIZE INTO WSS-VALUE
        WHEN OTHER
            MOVE SPACES TO WSS-VALUE
            STRING WS-CHECK-DATE " THRU " WS-RANGE-TEXT(1:10)
                DELIMITED BY SIZE INTO WSS-VALUE
    END-EVALUATE.
1450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-SWEEP-ARCHIVE -- the same tests over ARCHIVE.DAT when the
*> card asks for it.  No archive on file is not an error.
*> ---------------------------------------------------------------
2000-SWEEP-ARCHIVE.
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARC-FILE-MISSING
        DISPLAY "ARCHIVE.DAT not found -- active master only"
        GO TO 2000-EXIT
    END-IF
    MOVE "ARCHIVE" TO WS-CAND-ORIGIN
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ ARCHIVE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ARCHIVE-READ
                MOVE ARC-SSN  TO WS-CAND-SSN
                MOVE ARC-NAME TO WS-CAND-NAME
                MOVE ARC-DOB  TO WS-CAND-DOB
                MOVE ARC-DOD  TO WS-CAND-DOD
                PERFORM 3000-TEST-CANDIDATE THRU 3000-EXIT
                IF WS-SELECTED
                    ADD 1 TO WS-ARCHIVE-SELECTED
                END-IF
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-TEST-CANDIDATE -- the person in WS-CAND-* against every
*> selection on the card, cheapest first; the first one failed
*> drops them.  A person passing them all is written to the
*> extract.
*> ---------------------------------------------------------------
3000-TEST-CANDIDATE.
    MOVE 'N' TO WS-SELECTED-SW
    IF WS-CAND-DOD = SPACES
        MOVE 'A' TO WS-CAND-VITAL
    ELSE
        MOVE 'D' TO WS-CAND-VITAL
    END-IF
    IF SEL-DOB-FROM NOT = SPACES
        IF WS-CAND-DOB = SPACES OR WS-CAND-DOB < SEL-DOB-FROM
            GO TO 3000-EXIT
        END-IF
    END-IF
    IF SEL-DOB-TO NOT = SPACES
        IF WS-CAND-DOB = SPACES OR WS-CAND-DOB > SEL-DOB-TO
            GO TO 3000-EXIT
        END-IF
    END-IF
    IF SEL-DOD-FROM NOT = SPACES
        IF WS-CAND-DOD = SPACES OR WS-CAND-DOD < SEL-DOD-FROM
            GO TO 3000-EXIT
        END-IF
    END-IF
    IF SEL-DOD-TO NOT = SPACES
        IF WS-CAND-DOD = SPACES OR WS-CAND-DOD > SEL-DOD-TO
            GO TO 3000-EXIT
        END-IF
    END-IF
    IF SEL-VITAL NOT = SPACE AND SEL-VITAL NOT = WS-CAND-VITAL
        GO TO 3000-EXIT
    END-IF
    PERFORM 3100-GET-ADDRESS THRU 3100-EXIT
    IF SEL-STATE NOT = SPACES AND SEL-STATE NOT = WS-CAND-STATE
        GO TO 3000-EXIT
    END-IF
    IF WS-ZIP-LEN > ZERO
        IF WS-CAND-ZIP(1:WS-ZIP-LEN) NOT = SEL-ZIP-PREFIX(1:WS-ZIP-LEN)
            GO TO 3000-EXIT
        END-IF
    END-IF
    PERFORM 3200-GET-HOUSEHOLD THRU 3200-EXIT
    EVALUATE TRUE
        WHEN SEL-ROLE-PRIMARY
            IF WS-CAND-IS-PRI NOT = 'Y'
                GO TO 3000-EXIT
            END-IF
            IF SEL-LINK-VITAL = 'A' AND WS-DEPS-ALIVE = ZERO
                GO TO 3000-EXIT
            END-IF
            IF SEL-LINK-VITAL = 'D' AND WS-DEPS-DECEASED = ZERO
                GO TO 3000-EXIT
            END-IF
        WHEN SEL-ROLE-DEPENDENT
            IF WS-CAND-IS-DEP NOT = 'Y'
                GO TO 3000-EXIT
            END-IF
            IF SEL-LINK-VITAL NOT = SPACE
                    AND SEL-LINK-VITAL NOT = WS-PRI-VITAL
                GO TO 3000-EXIT
            END-IF
        WHEN SEL-ROLE-NONE
            IF WS-CAND-IS-PRI = 'Y' OR WS-CAND-IS-DEP = 'Y'
                GO TO 3000-EXIT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 3400-GET-CASE-LETTER THRU 3400-EXIT
    IF SEL-OPEN-CASE NOT = SPACE AND SEL-OPEN-CASE NOT = WS-CAND-OPEN-CASE
        GO TO 3000-EXIT
    END-IF
    IF SEL-OUT-LETTER NOT = SPACE AND SEL-OUT-LETTER NOT = WS-CAND-OUT-LTR
        GO TO 3000-EXIT
    END-IF
    MOVE 'Y' TO WS-SELECTED-SW
    PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-GET-ADDRESS -- the person's address on ADDRESS.DAT, blank
*> when there is none.
*> ---------------------------------------------------------------
3100-GET-ADDRESS.
    MOVE SPACES TO WS-CAND-STREET WS-CAND-CITY WS-CAND-STATE
                   WS-CAND-ZIP
    IF NOT WS-ADDR-OPEN
        GO TO 3100-EXIT
    END-IF
    MOVE WS-CAND-SSN TO ADDR-SSN
    READ ADDRESS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE ADDR-STREET TO WS-CAND-STREET
            MOVE ADDR-CITY   TO WS-CAND-CITY
            MOVE ADDR-STATE  TO WS-CAND-STATE
            MOVE ADDR-ZIP    TO WS-CAND-ZIP
    END-READ.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-GET-HOUSEHOLD -- whether the person is a dependent (their
*> own link, and whether that primary is alive) and whether they
*> are a primary (every link naming them, and how many of those
*> dependents are alive or deceased).
*> ---------------------------------------------------------------
3200-GET-HOUSEHOLD.
    MOVE 'N'    TO WS-CAND-IS-PRI WS-CAND-IS-DEP
    MOVE SPACES TO WS-CAND-PRI-SSN WS-PRI-VITAL
    MOVE ZERO   TO WS-DEPS-ALIVE WS-DEPS-DECEASED
    IF NOT WS-XREF-OPEN
        GO TO 3200-EXIT
    END-IF
    MOVE WS-CAND-SSN TO XREF-DEP-SSN
    READ XREF-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y'          TO WS-CAND-IS-DEP
            MOVE XREF-PRI-SSN TO WS-CAND-PRI-SSN
            MOVE XREF-PRI-SSN TO WS-LINK-SSN
            PERFORM 3300-GET-LINK-VITAL THRU 3300-EXIT
            MOVE WS-LINK-VITAL TO WS-PRI-VITAL
    END-READ
    MOVE WS-CAND-SSN TO XREF-PRI-SSN
    MOVE 'N' TO WS-XREF-EOF
    START XREF-FILE KEY IS EQUAL TO XREF-PRI-SSN
        INVALID KEY
            MOVE 'Y' TO WS-XREF-EOF
    END-START
    PERFORM UNTIL WS-XREF-EOF = 'Y'
        READ XREF-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-XREF-EOF
            NOT AT END
                IF XREF-PRI-SSN NOT = WS-CAND-SSN
                    MOVE 'Y' TO WS-XREF-EOF
                ELSE
                    MOVE 'Y' TO WS-CAND-IS-PRI
                    MOVE XREF-DEP-SSN TO WS-LINK-SSN
                    PERFORM 3300-GET-LINK-VITAL THRU 3300-EXIT
                    EVALUATE WS-LINK-VITAL
                        WHEN 'A' ADD 1 TO WS-DEPS-ALIVE
                        WHEN 'D' ADD 1 TO WS-DEPS-DECEASED
                        WHEN OTHER CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3300-GET-LINK-VITAL -- alive or deceased for the person at the
*> other end of a link: from the master, else from the archive
*> (where everyone is deceased), else unknown ('?') -- a link to
*> nobody counts as neither.
*> ---------------------------------------------------------------
3300-GET-LINK-VITAL.
    MOVE '?' TO WS-LINK-VITAL
    IF WS-LKP-OPEN
        MOVE WS-LINK-SSN TO LKP-SSN
        READ SSN-LOOKUP-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LKP-DOD = SPACES
                    MOVE 'A' TO WS-LINK-VITAL
                ELSE
                    MOVE 'D' TO WS-LINK-VITAL
                END-IF
        END-READ
    END-IF
    IF WS-LINK-VITAL = '?' AND WS-ALK-OPEN
        MOVE WS-LINK-SSN TO ALK-SSN
        READ ARC-LOOKUP-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'D' TO WS-LINK-VITAL
        END-READ
    END-IF.
3300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3400-GET-CASE-LETTER -- an open case (new or in review) on
*> SUSPCASE.DAT and an outstanding letter on LTRTRACK.DAT.
*> ---------------------------------------------------------------
3400-GET-CASE-LETTER.
    MOVE 'N' TO WS-CAND-OPEN-CASE WS-CAND-OUT-LTR
    IF WS-CASE-OPEN
        MOVE WS-CAND-SSN TO CASE-SSN
        READ SUSPECT-CASE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CASE-IS-OPEN
                    MOVE 'Y' TO WS-CAND-OPEN-CASE
                END-IF
        END-READ
    END-IF
    IF WS-LTR-OPEN
        MOVE WS-CAND-SSN TO LTR-SSN
        READ LETTER-TRACK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LTR-OUTSTANDING
                    MOVE 'Y' TO WS-CAND-OUT-LTR
                END-IF
        END-READ
    END-IF.
3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-WRITE-EXTRACT -- one delimited row for a selected person.
*> ---------------------------------------------------------------
4000-WRITE-EXTRACT.
    MOVE WS-CAND-SSN       TO WSE-SSN
    MOVE WS-CAND-NAME      TO WSE-NAME
    MOVE WS-CAND-DOB       TO WSE-DOB
    MOVE WS-CAND-DOD       TO WSE-DOD
    MOVE WS-CAND-VITAL     TO WSE-VITAL
    MOVE WS-CAND-ORIGIN    TO WSE-ORIGIN
    MOVE WS-CAND-STREET    TO WSE-STREET
    MOVE WS-CAND-CITY      TO WSE-CITY
    MOVE WS-CAND-STATE     TO WSE-STATE
    MOVE WS-CAND-ZIP       TO WSE-ZIP
    MOVE WS-CAND-IS-PRI    TO WSE-IS-PRI
    MOVE WS-CAND-IS-DEP    TO WSE-IS-DEP
    MOVE WS-CAND-PRI-SSN   TO WSE-PRI-SSN
    MOVE WS-CAND-OPEN-CASE TO WSE-OPEN-CASE
    MOVE WS-CAND-OUT-LTR   TO WSE-OUT-LTR
    MOVE WS-EXTRACT-LINE TO ADHOC-EXTRACT-RECORD
    WRITE ADHOC-EXTRACT-RECORD.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-CLOSE-AND-TOTAL -- record counts to the listing and the
*> console, and everything closed.
*> ---------------------------------------------------------------
5000-CLOSE-AND-TOTAL.
    CLOSE SSN-FILE ADHOC-EXTRACT
    IF WS-LKP-OPEN
        CLOSE SSN-LOOKUP-FILE
    END-IF
    IF WS-ALK-OPEN
        CLOSE ARC-LOOKUP-FILE
    END-IF
    IF WS-ADDR-OPEN
        CLOSE ADDRESS-FILE
    END-IF
    IF WS-XREF-OPEN
        CLOSE XREF-FILE
    END-IF
    IF WS-CASE-OPEN
        CLOSE SUSPECT-CASE-FILE
    END-IF
    IF WS-LTR-OPEN
        CLOSE LETTER-TRACK-FILE
    END-IF
    COMPUTE WS-TOTAL-READ = WS-ACTIVE-READ + WS-ARCHIVE-READ
    COMPUTE WS-TOTAL-SELECTED =
        WS-ACTIVE-SELECTED + WS-ARCHIVE-SELECTED
    WRITE ADHOC-RPT-RECORD FROM WS-BLANK-LINE
    MOVE "PEOPLE.DAT READ" TO WSN-LABEL
    MOVE WS-ACTIVE-READ TO WSN-COUNT
    WRITE ADHOC-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "PEOPLE.DAT SELECTED" TO WSN-LABEL
    MOVE WS-ACTIVE-SELECTED TO WSN-COUNT
    WRITE ADHOC-RPT-RECORD FROM WS-COUNT-LINE
    IF SEL-INCLUDE-ARCHIVE
        MOVE "ARCHIVE.DAT READ" TO WSN-LABEL
        MOVE WS-ARCHIVE-READ TO WSN-COUNT
        WRITE ADHOC-RPT-RECORD FROM WS-COUNT-LINE
        MOVE "ARCHIVE.DAT SELECTED" TO WSN-LABEL
        MOVE WS-ARCHIVE-SELECTED TO WSN-COUNT
        WRITE ADHOC-RPT-RECORD FROM WS-COUNT-LINE
    END-IF
    MOVE "TOTAL RECORDS READ" TO WSN-LABEL
    MOVE WS-TOTAL-READ TO WSN-COUNT
    WRITE ADHOC-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "TOTAL SELECTED" TO WSN-LABEL
    MOVE WS-TOTAL-SELECTED TO WSN-COUNT
    WRITE ADHOC-RPT-RECORD FROM WS-COUNT-LINE
    CLOSE ADHOC-RPT
    DISPLAY "SSN-EXTRACT: READ " WS-TOTAL-READ
        " SELECTED " WS-TOTAL-SELECTED " -- SEE ADHOC.EXT / ADHOC.RPT".
5000-EXIT.
    EXIT.
