      *> DECK, NOT A CHANGE REQUEST. GROUP 'A' WRITES THE MAIN
      *> OUTPUT FILES, GROUP 'B' THE LAYOUT-B SET, SO EACH
      *> DOWNSTREAM SYSTEM KEEPS READING ONE CONSISTENT SHAPE.
      *> THE SAME CARDS ALSO RUN IN REVERSE FOR PARTNERS WHO TAKE
      *> OUR CORRECTIONS AND STATUS UPDATES BACK IN THEIR OWN
      *> SHAPE: WHEN RENOBIN IS SUPPLIED, EACH INTERNAL RECORD ON
      *> IT (RECORD TYPE, THEN THE FULL-VIEW IMAGE) IS REBUILT INTO
      *> THE PARTNER LAYOUT ON RENOBOUT, PACKING P AND Z FIELDS AS
      *> THE CARD DECLARES. EVERY PARTNER RECORD IS TRANSLATED BACK
      *> THROUGH THE INBOUND LOGIC AND MUST REPRODUCE ITS INTERNAL
      *> IMAGE EXACTLY BEFORE IT IS WRITTEN; RENOBRPT CARRIES THE
      *> CONTROL TOTALS AND THE ROUND-TRIP PROOF.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOMEAR.

           SELECT CHAR-VIEW-OUT ASSIGN TO "CHRVWOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OUTBOUND - INTERNAL RECORDS IN, PARTNER RECORDS OUT. THE
      *> PARTNER FILE IS FIXED-LENGTH FOR THE SAME REASON AS
      *> RECLYIN; NO RENOBIN MEANS NO OUTBOUND WORK TONIGHT
           SELECT OUTBOUND-IN ASSIGN TO "RENOBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.

           SELECT OUTBOUND-OUT ASSIGN TO "RENOBOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTBOUND-RPT ASSIGN TO "RENOBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RENAMES-ERROR-RPT ASSIGN TO "RENERRRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CHAR-VIEW-OUT.
       01  CHAR-VIEW-OUT-REC       PIC X(40).

      *> AN INTERNAL RECORD AS OUR SYSTEMS HOLD IT - THE RECORD
      *> TYPE, THEN THE FULL-VIEW IMAGE THE INBOUND SIDE BUILDS
      *> (PACKED AND ZONED FIELDS AS SIGN PLUS DISPLAY DIGITS)
       FD  OUTBOUND-IN.
       01  OUTBOUND-IN-REC.
           05 OI-REC-TYPE          PIC X(01).
           05 OI-IMAGE             PIC X(80).

       FD  OUTBOUND-OUT.
       01  OUTBOUND-OUT-REC        PIC X(80).

       FD  OUTBOUND-RPT.
       01  OUTBOUND-RPT-REC        PIC X(80).

       FD  RENAMES-ERROR-RPT.
       01  RENAMES-ERROR-RPT-REC.
           COPY EXCPREC.
           01 WS-CHAR-VIEW  PIC X(40).
           01 WS-CHAR-POS   PIC 9(03).

      *> THE RECORD BEING TRANSLATED - THE FEED RECORD ON THE
      *> INBOUND SIDE, THE PARTNER RECORD JUST BUILT WHEN THE
      *> OUTBOUND SIDE PROVES ITS ROUND TRIP
           01 WS-XLATE-REC.
               05 WS-XL-REC-TYPE    PIC X(01).
               05 WS-XL-DATA        PIC X(79).

           01 WS-SLICE      PIC X(18).
           01 WS-REC-GROUP  PIC X(01).
           01 WS-TYPE-FOUND-SW PIC X(01).
           01 WS-REC-KEY   PIC X(09).
           01 WS-REJ-REASON PIC X(30).

      *> OUTBOUND WORKAREA
           01 WS-OB-STATUS  PIC X(02).
           01 WS-OB-EOF-SW  PIC X(01) VALUE 'N'.
               88 WS-OB-EOF VALUE 'Y'.
           01 WS-OB-ERR-SW  PIC X(01).
               88 WS-OB-ERR VALUE 'Y'.
           01 WS-OB-KEY.
               05 FILLER            PIC X(02) VALUE "OB".
               05 WS-OB-KEY-NUM     PIC 9(07).
           01 WS-OB-RECORD  PIC X(80).
           01 WS-OB-POS     PIC 9(03).
           01 WS-OB-WIDTH   PIC 9(02).
           01 WS-OB-NUM     PIC 9(18).
           01 WS-OB-NUM-X REDEFINES WS-OB-NUM
                            PIC X(18).
           01 WS-OB-VALUE   PIC S9(18).
           01 WS-OB-BACK    PIC S9(18).

      *> CONTROL TOTALS - THE HASH OF EVERY NUMERIC FIELD AS READ
      *> FROM THE INTERNAL RECORD AGAINST THE SAME FIELDS READ BACK
      *> OUT OF THE PARTNER BYTES ACTUALLY WRITTEN
           01 WS-OB-READ        PIC 9(09) VALUE ZERO.
           01 WS-OB-WRITTEN     PIC 9(09) VALUE ZERO.
           01 WS-OB-REJECTED    PIC 9(09) VALUE ZERO.
           01 WS-OB-PACKED      PIC 9(09) VALUE ZERO.
           01 WS-OB-ZONED       PIC 9(09) VALUE ZERO.
           01 WS-OB-HASH-IN     PIC S9(18) VALUE ZERO.
           01 WS-OB-HASH-OUT    PIC S9(18) VALUE ZERO.
           01 WS-OB-REC-HASH-IN  PIC S9(18).
           01 WS-OB-REC-HASH-OUT PIC S9(18).
           01 WS-OB-REC-PACKED   PIC 9(03).
           01 WS-OB-REC-ZONED    PIC 9(03).

           01 WS-OBT-MAX PIC 9(02) VALUE ZERO.
           01 WS-OBT-TABLE.
               05 WS-OBT-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-OBT-IDX.
                   10 WS-OBT-CODE     PIC X(01).
                   10 WS-OBT-WRITTEN  PIC 9(09).
                   10 WS-OBT-REJECTED PIC 9(09).

           01 WS-OB-COUNT-ED PIC ZZZ,ZZZ,ZZ9.
           01 WS-OB-HASH-ED  PIC -(18)9.
           01 WS-OB-LABEL    PIC X(28).
           01 WS-OB-COUNT    PIC 9(09).

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.


           PERFORM 8000-DISPLAY-FEED-MIX THRU 8000-EXIT.

           PERFORM 5000-OUTBOUND-PASS THRU 5000-EXIT.

           CLOSE REC-LAYOUT-IN.
           CLOSE REC-LAYOUT-OUT.
           CLOSE NUM-VIEW-OUT.
       1000-TRANSLATE-RECORD.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO WS-REC-KEY.
           MOVE REC-LAYOUT-IN-REC TO WS-XLATE-REC.

           MOVE SPACES TO WS-FULL-VIEW WS-NUM-VIEW WS-CHAR-VIEW.
           MOVE 1 TO WS-FULL-POS WS-NUM-POS WS-CHAR-POS.
           EXIT.

       1100-APPLY-ONE-FIELD.
           IF WS-DC-TYPE(WS-DICT-IDX) NOT = WS-XL-REC-TYPE
               GO TO 1100-EXIT
           END-IF.
           SET WS-TYPE-FOUND TO TRUE.
           MOVE WS-DC-GROUP(WS-DICT-IDX) TO WS-REC-GROUP.

           MOVE SPACES TO WS-SLICE.
           MOVE WS-XLATE-REC
               (WS-DC-START(WS-DICT-IDX):WS-DC-LEN(WS-DICT-IDX))
               TO WS-SLICE(1:WS-DC-LEN(WS-DICT-IDX)).

       1610-EXIT.
           EXIT.

      *> OUTBOUND PASS - NO RENOBIN IS THE NORMAL NIGHT, WHEN NO
      *> PARTNER IS DUE ANYTHING BACK
       5000-OUTBOUND-PASS.
           OPEN INPUT OUTBOUND-IN.
           IF WS-OB-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT OUTBOUND-OUT.
           OPEN OUTPUT OUTBOUND-RPT.
           READ OUTBOUND-IN
               AT END SET WS-OB-EOF TO TRUE
           END-READ.
           PERFORM 5100-BUILD-PARTNER-RECORD THRU 5100-EXIT
               UNTIL WS-OB-EOF.
           PERFORM 8500-WRITE-OUTBOUND-TOTALS THRU 8500-EXIT.
           CLOSE OUTBOUND-IN.
           CLOSE OUTBOUND-OUT.
           CLOSE OUTBOUND-RPT.
       5000-EXIT.
           EXIT.

      *> THE RECORD TYPE PICKS THE SAME CARDS THE INBOUND SIDE
      *> USES; EACH CARD TAKES ITS FIELD FROM THE NEXT POSITION OF
      *> THE INTERNAL IMAGE AND PUTS IT BACK AT THE CARD'S START
      *> AND LENGTH. ONLY A RECORD THAT SURVIVES THE ROUND TRIP
      *> GOES TO THE PARTNER
       5100-BUILD-PARTNER-RECORD.
           ADD 1 TO WS-OB-READ.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-OB-READ TO WS-OB-KEY-NUM.
           MOVE WS-OB-KEY TO WS-REC-KEY.
           MOVE SPACES TO WS-OB-RECORD.
           MOVE OI-REC-TYPE TO WS-OB-RECORD(1:1).
           MOVE 1 TO WS-OB-POS.
           MOVE ZERO TO WS-OB-REC-HASH-IN WS-OB-REC-HASH-OUT.
           MOVE ZERO TO WS-OB-REC-PACKED WS-OB-REC-ZONED.
           MOVE 'N' TO WS-TYPE-FOUND-SW.
           MOVE 'N' TO WS-OB-ERR-SW.

           PERFORM 5110-BUILD-ONE-FIELD THRU 5110-EXIT
               VARYING WS-DICT-IDX FROM 1 BY 1
               UNTIL WS-DICT-IDX > WS-DICT-MAX
                  OR WS-OB-ERR.

           IF NOT WS-TYPE-FOUND
               MOVE "UNKNOWN RECORD TYPE" TO WS-REJ-REASON
               PERFORM 1900-REJECT-RECORD THRU 1900-EXIT
               SET WS-OB-ERR TO TRUE
           END-IF.
           IF NOT WS-OB-ERR
               PERFORM 5200-PROVE-ROUND-TRIP THRU 5200-EXIT
           END-IF.
           PERFORM 5300-COUNT-OB-TYPE THRU 5300-EXIT.
           IF WS-OB-ERR
               ADD 1 TO WS-OB-REJECTED
           ELSE
               WRITE OUTBOUND-OUT-REC FROM WS-OB-RECORD
               ADD 1 TO WS-OB-WRITTEN
               ADD WS-OB-REC-HASH-IN  TO WS-OB-HASH-IN
               ADD WS-OB-REC-HASH-OUT TO WS-OB-HASH-OUT
               ADD WS-OB-REC-PACKED   TO WS-OB-PACKED
               ADD WS-OB-REC-ZONED    TO WS-OB-ZONED
           END-IF.

           READ OUTBOUND-IN
               AT END SET WS-OB-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *> A PACKED FIELD OF N BYTES IS HELD INTERNALLY AS A SIGN AND
      *> 2N-1 DIGITS, A ZONED ONE AS A SIGN AND N DIGITS - THE SAME
      *> WIDTHS 1250-APPEND-UNPACKED PRODUCES
       5110-BUILD-ONE-FIELD.
           IF WS-DC-TYPE(WS-DICT-IDX) NOT = OI-REC-TYPE
               GO TO 5110-EXIT
           END-IF.
           SET WS-TYPE-FOUND TO TRUE.
           EVALUATE WS-DC-CLASS(WS-DICT-IDX)
               WHEN 'P'
                   COMPUTE WS-UNPACK-DIGITS =
                       WS-DC-LEN(WS-DICT-IDX) * 2 - 1
                   COMPUTE WS-OB-WIDTH = WS-UNPACK-DIGITS + 1
               WHEN 'Z'
                   MOVE WS-DC-LEN(WS-DICT-IDX) TO WS-UNPACK-DIGITS
                   COMPUTE WS-OB-WIDTH = WS-UNPACK-DIGITS + 1
               WHEN OTHER
                   MOVE WS-DC-LEN(WS-DICT-IDX) TO WS-OB-WIDTH
           END-EVALUATE.
           IF WS-OB-POS + WS-OB-WIDTH - 1 > 80
               MOVE "FIELD PAST END OF INTERNAL REC" TO WS-REJ-REASON
               PERFORM 1900-REJECT-RECORD THRU 1900-EXIT
               SET WS-OB-ERR TO TRUE
               GO TO 5110-EXIT
           END-IF.
           MOVE SPACES TO WS-SLICE.
           MOVE OI-IMAGE(WS-OB-POS:WS-OB-WIDTH)
               TO WS-SLICE(1:WS-OB-WIDTH).
           ADD WS-OB-WIDTH TO WS-OB-POS.

           EVALUATE WS-DC-CLASS(WS-DICT-IDX)
               WHEN 'N'
                   PERFORM 5120-OUT-NUMERIC THRU 5120-EXIT
               WHEN 'A'
                   MOVE WS-SLICE(1:WS-DC-LEN(WS-DICT-IDX))
                       TO WS-OB-RECORD(WS-DC-START(WS-DICT-IDX):
                                       WS-DC-LEN(WS-DICT-IDX))
               WHEN 'P'
                   PERFORM 5130-OUT-PACKED THRU 5130-EXIT
               WHEN 'Z'
                   PERFORM 5140-OUT-ZONED THRU 5140-EXIT
           END-EVALUATE.
       5110-EXIT.
           EXIT.

       5120-OUT-NUMERIC.
           IF WS-SLICE(1:WS-DC-LEN(WS-DICT-IDX)) IS NOT NUMERIC
               MOVE "OUTBOUND FIELD NOT NUMERIC" TO WS-REJ-REASON
               PERFORM 1900-REJECT-RECORD THRU 1900-EXIT
               SET WS-OB-ERR TO TRUE
               GO TO 5120-EXIT
           END-IF.
           MOVE WS-SLICE(1:WS-DC-LEN(WS-DICT-IDX))
               TO WS-OB-RECORD(WS-DC-START(WS-DICT-IDX):
                               WS-DC-LEN(WS-DICT-IDX)).
           MOVE ZERO TO WS-OB-NUM.
           MOVE WS-SLICE(1:WS-DC-LEN(WS-DICT-IDX))
               TO WS-OB-NUM-X(19 - WS-DC-LEN(WS-DICT-IDX):
                              WS-DC-LEN(WS-DICT-IDX)).
           ADD WS-OB-NUM TO WS-OB-REC-HASH-IN.
           MOVE ZERO TO WS-OB-NUM.
           MOVE WS-OB-RECORD(WS-DC-START(WS-DICT-IDX):
                             WS-DC-LEN(WS-DICT-IDX))
               TO WS-OB-NUM-X(19 - WS-DC-LEN(WS-DICT-IDX):
                              WS-DC-LEN(WS-DICT-IDX)).
           ADD WS-OB-NUM TO WS-OB-REC-HASH-OUT.
       5120-EXIT.
           EXIT.

      *> PACK THROUGH THE SAME SIZED VIEWS THE INBOUND SIDE UNPACKS
      *> WITH, AND READ EACH VALUE STRAIGHT BACK OUT OF THE BYTES
      *> FOR THE PARTNER-SIDE HASH TOTAL
       5130-OUT-PACKED.
           PERFORM 5150-LOAD-SIGNED-VALUE THRU 5150-EXIT.
           IF WS-OB-ERR
               GO TO 5130-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-PACK-AREA.
           EVALUATE WS-DC-LEN(WS-DICT-IDX)
               WHEN 1
                   MOVE WS-UNPACK-DISP TO WS-PACK-1
                   MOVE WS-PACK-1 TO WS-OB-BACK
               WHEN 2
                   MOVE WS-UNPACK-DISP TO WS-PACK-2
                   MOVE WS-PACK-2 TO WS-OB-BACK
               WHEN 3
                   MOVE WS-UNPACK-DISP TO WS-PACK-3
                   MOVE WS-PACK-3 TO WS-OB-BACK
               WHEN 4
                   MOVE WS-UNPACK-DISP TO WS-PACK-4
                   MOVE WS-PACK-4 TO WS-OB-BACK
               WHEN 5
                   MOVE WS-UNPACK-DISP TO WS-PACK-5
                   MOVE WS-PACK-5 TO WS-OB-BACK
               WHEN 6
                   MOVE WS-UNPACK-DISP TO WS-PACK-6
                   MOVE WS-PACK-6 TO WS-OB-BACK
               WHEN 7
                   MOVE WS-UNPACK-DISP TO WS-PACK-7
                   MOVE WS-PACK-7 TO WS-OB-BACK
               WHEN OTHER
                   MOVE WS-UNPACK-DISP TO WS-PACK-8
                   MOVE WS-PACK-8 TO WS-OB-BACK
           END-EVALUATE.
           MOVE WS-PACK-AREA(1:WS-DC-LEN(WS-DICT-IDX))
               TO WS-OB-RECORD(WS-DC-START(WS-DICT-IDX):
                               WS-DC-LEN(WS-DICT-IDX)).
           ADD WS-OB-BACK TO WS-OB-REC-HASH-OUT.
           ADD 1 TO WS-OB-REC-PACKED.
       5130-EXIT.
           EXIT.

       5140-OUT-ZONED.
           PERFORM 5150-LOAD-SIGNED-VALUE THRU 5150-EXIT.
           IF WS-OB-ERR
               GO TO 5140-EXIT
           END-IF.
           MOVE SPACES TO WS-ZONE-AREA.
           EVALUATE WS-DC-LEN(WS-DICT-IDX)
               WHEN 1
                   MOVE WS-UNPACK-DISP TO WS-ZONE-1
                   MOVE WS-ZONE-1 TO WS-OB-BACK
               WHEN 2
                   MOVE WS-UNPACK-DISP TO WS-ZONE-2
                   MOVE WS-ZONE-2 TO WS-OB-BACK
               WHEN 3
                   MOVE WS-UNPACK-DISP TO WS-ZONE-3
                   MOVE WS-ZONE-3 TO WS-OB-BACK
               WHEN 4
                   MOVE WS-UNPACK-DISP TO WS-ZONE-4
                   MOVE WS-ZONE-4 TO WS-OB-BACK
               WHEN 5
                   MOVE WS-UNPACK-DISP TO WS-ZONE-5
                   MOVE WS-ZONE-5 TO WS-OB-BACK
               WHEN 6
                   MOVE WS-UNPACK-DISP TO WS-ZONE-6
                   MOVE WS-ZONE-6 TO WS-OB-BACK
               WHEN 7
                   MOVE WS-UNPACK-DISP TO WS-ZONE-7
                   MOVE WS-ZONE-7 TO WS-OB-BACK
               WHEN 8
                   MOVE WS-UNPACK-DISP TO WS-ZONE-8
                   MOVE WS-ZONE-8 TO WS-OB-BACK
               WHEN OTHER
                   MOVE WS-UNPACK-DISP TO WS-ZONE-9
                   MOVE WS-ZONE-9 TO WS-OB-BACK
           END-EVALUATE.
           MOVE WS-ZONE-AREA(1:WS-DC-LEN(WS-DICT-IDX))
               TO WS-OB-RECORD(WS-DC-START(WS-DICT-IDX):
                               WS-DC-LEN(WS-DICT-IDX)).
           ADD WS-OB-BACK TO WS-OB-REC-HASH-OUT.
           ADD 1 TO WS-OB-REC-ZONED.
       5140-EXIT.
           EXIT.

      *> SIGN BYTE AND DIGITS FROM THE INTERNAL IMAGE INTO THE
      *> UNPACK WORKAREA, SO ONE NUMERIC MOVE DOES THE PACKING
       5150-LOAD-SIGNED-VALUE.
           IF (WS-SLICE(1:1) NOT = '+' AND WS-SLICE(1:1) NOT = '-')
               OR WS-SLICE(2:WS-UNPACK-DIGITS) IS NOT NUMERIC
               MOVE "OUTBOUND SIGNED FIELD INVALID" TO WS-REJ-REASON
               PERFORM 1900-REJECT-RECORD THRU 1900-EXIT
               SET WS-OB-ERR TO TRUE
               GO TO 5150-EXIT
           END-IF.
           MOVE ZERO TO WS-UNPACK-DISP.
           MOVE WS-SLICE(1:1) TO WS-UNPACK-X(1:1).
           MOVE WS-SLICE(2:WS-UNPACK-DIGITS)
               TO WS-UNPACK-X(17 - WS-UNPACK-DIGITS:WS-UNPACK-DIGITS).
           ADD WS-UNPACK-DISP TO WS-OB-REC-HASH-IN.
       5150-EXIT.
           EXIT.

      *> THE PROOF: THE PARTNER RECORD GOES BACK THROUGH THE
      *> INBOUND FIELD LOGIC UNCHANGED, AND THE FULL VIEW IT
      *> PRODUCES MUST BE THE INTERNAL IMAGE BYTE FOR BYTE - ANY
      *> DIGIT, SIGN OR CHARACTER LOST IN THE PACKING SHOWS HERE
       5200-PROVE-ROUND-TRIP.
           MOVE WS-OB-RECORD TO WS-XLATE-REC.
           MOVE SPACES TO WS-FULL-VIEW WS-NUM-VIEW WS-CHAR-VIEW.
           MOVE 1 TO WS-FULL-POS WS-NUM-POS WS-CHAR-POS.
           MOVE 'N' TO WS-REC-ERR-SW.
           PERFORM 1100-APPLY-ONE-FIELD THRU 1100-EXIT
               VARYING WS-DICT-IDX FROM 1 BY 1
               UNTIL WS-DICT-IDX > WS-DICT-MAX
                  OR WS-REC-ERR.
           IF WS-REC-ERR
               SET WS-OB-ERR TO TRUE
               GO TO 5200-EXIT
           END-IF.
           IF WS-FULL-VIEW NOT = OI-IMAGE
               MOVE "ROUND TRIP MISMATCH" TO WS-REJ-REASON
               PERFORM 1900-REJECT-RECORD THRU 1900-EXIT
               SET WS-OB-ERR TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

       5300-COUNT-OB-TYPE.
           SET WS-OBT-IDX TO 1.
           SEARCH WS-OBT-ENTRY
               AT END
                   PERFORM 5310-NEW-OB-TYPE-ENTRY THRU 5310-EXIT
               WHEN WS-OBT-IDX > WS-OBT-MAX
                   PERFORM 5310-NEW-OB-TYPE-ENTRY THRU 5310-EXIT
               WHEN WS-OBT-CODE(WS-OBT-IDX) = OI-REC-TYPE
                   CONTINUE
           END-SEARCH.
           IF WS-OBT-IDX > WS-OBT-MAX
               GO TO 5300-EXIT
           END-IF.
           IF WS-OB-ERR
               ADD 1 TO WS-OBT-REJECTED(WS-OBT-IDX)
           ELSE
               ADD 1 TO WS-OBT-WRITTEN(WS-OBT-IDX)
           END-IF.
       5300-EXIT.
           EXIT.

       5310-NEW-OB-TYPE-ENTRY.
           IF WS-OBT-MAX < 10
               ADD 1 TO WS-OBT-MAX
               SET WS-OBT-IDX TO WS-OBT-MAX
               MOVE OI-REC-TYPE TO WS-OBT-CODE(WS-OBT-IDX)
               MOVE ZERO TO WS-OBT-WRITTEN(WS-OBT-IDX)
               MOVE ZERO TO WS-OBT-REJECTED(WS-OBT-IDX)
           ELSE
               SET WS-OBT-IDX TO 11
           END-IF.
       5310-EXIT.
           EXIT.

       8000-DISPLAY-FEED-MIX.
           PERFORM 8100-DISPLAY-ONE-TYPE THRU 8100-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
       8100-EXIT.
           EXIT.

       8500-WRITE-OUTBOUND-TOTALS.
           MOVE SPACES TO OUTBOUND-RPT-REC.
           STRING "RENOMEAR OUTBOUND CONTROL TOTALS - BUSINESS DATE "
                   DELIMITED BY SIZE
                  BUS-DATE-CCYYMMDD DELIMITED BY SIZE
               INTO OUTBOUND-RPT-REC
           END-STRING.
           WRITE OUTBOUND-RPT-REC.
           MOVE SPACES TO OUTBOUND-RPT-REC.
           WRITE OUTBOUND-RPT-REC.
           PERFORM 8510-WRITE-ONE-OB-TYPE THRU 8510-EXIT
               VARYING WS-OBT-IDX FROM 1 BY 1
               UNTIL WS-OBT-IDX > WS-OBT-MAX.
           MOVE SPACES TO OUTBOUND-RPT-REC.
           WRITE OUTBOUND-RPT-REC.

           MOVE "INTERNAL RECORDS READ" TO WS-OB-LABEL.
           MOVE WS-OB-READ TO WS-OB-COUNT.
           PERFORM 8520-WRITE-COUNT-LINE THRU 8520-EXIT.
           MOVE "PARTNER RECORDS WRITTEN" TO WS-OB-LABEL.
           MOVE WS-OB-WRITTEN TO WS-OB-COUNT.
           PERFORM 8520-WRITE-COUNT-LINE THRU 8520-EXIT.
           MOVE "RECORDS REJECTED" TO WS-OB-LABEL.
           MOVE WS-OB-REJECTED TO WS-OB-COUNT.
           PERFORM 8520-WRITE-COUNT-LINE THRU 8520-EXIT.
           MOVE "PACKED FIELDS BUILT" TO WS-OB-LABEL.
           MOVE WS-OB-PACKED TO WS-OB-COUNT.
           PERFORM 8520-WRITE-COUNT-LINE THRU 8520-EXIT.
           MOVE "ZONED-SIGNED FIELDS BUILT" TO WS-OB-LABEL.
           MOVE WS-OB-ZONED TO WS-OB-COUNT.
           PERFORM 8520-WRITE-COUNT-LINE THRU 8520-EXIT.

           MOVE SPACES TO OUTBOUND-RPT-REC.
           MOVE "NUMERIC HASH - INTERNAL" TO OUTBOUND-RPT-REC.
           MOVE WS-OB-HASH-IN TO WS-OB-HASH-ED.
           MOVE WS-OB-HASH-ED TO OUTBOUND-RPT-REC(30:19).
           WRITE OUTBOUND-RPT-REC.
           MOVE SPACES TO OUTBOUND-RPT-REC.
           MOVE "NUMERIC HASH - PARTNER" TO OUTBOUND-RPT-REC.
           MOVE WS-OB-HASH-OUT TO WS-OB-HASH-ED.
           MOVE WS-OB-HASH-ED TO OUTBOUND-RPT-REC(30:19).
           WRITE OUTBOUND-RPT-REC.

           MOVE SPACES TO OUTBOUND-RPT-REC.
           WRITE OUTBOUND-RPT-REC.
           IF WS-OB-HASH-IN = WS-OB-HASH-OUT
               MOVE "ROUND TRIP PROVEN - EVERY RECORD WRITTEN"
                   TO OUTBOUND-RPT-REC
               WRITE OUTBOUND-RPT-REC
               MOVE "TRANSLATES BACK TO ITS INTERNAL IMAGE"
                   TO OUTBOUND-RPT-REC
           ELSE
               MOVE "*** HASH TOTALS DISAGREE - HOLD RENOBOUT"
                   TO OUTBOUND-RPT-REC
               MOVE "RENOBOUT" TO WS-REC-KEY
               MOVE "OUTBOUND HASH TOTALS DISAGREE" TO WS-REJ-REASON
               PERFORM 1900-REJECT-RECORD THRU 1900-EXIT
           END-IF.
           WRITE OUTBOUND-RPT-REC.
       8500-EXIT.
           EXIT.

       8510-WRITE-ONE-OB-TYPE.
           MOVE SPACES TO OUTBOUND-RPT-REC.
           STRING "RECORD TYPE " DELIMITED BY SIZE
                  WS-OBT-CODE(WS-OBT-IDX) DELIMITED BY SIZE
               INTO OUTBOUND-RPT-REC
           END-STRING.
           MOVE "WRITTEN" TO OUTBOUND-RPT-REC(16:7).
           MOVE WS-OBT-WRITTEN(WS-OBT-IDX) TO WS-OB-COUNT-ED.
           MOVE WS-OB-COUNT-ED TO OUTBOUND-RPT-REC(24:11).
           MOVE "REJECTED" TO OUTBOUND-RPT-REC(37:8).
           MOVE WS-OBT-REJECTED(WS-OBT-IDX) TO WS-OB-COUNT-ED.
           MOVE WS-OB-COUNT-ED TO OUTBOUND-RPT-REC(46:11).
           WRITE OUTBOUND-RPT-REC.
       8510-EXIT.
           EXIT.

       8520-WRITE-COUNT-LINE.
           MOVE SPACES TO OUTBOUND-RPT-REC.
           MOVE WS-OB-LABEL TO OUTBOUND-RPT-REC.
           MOVE WS-OB-COUNT TO WS-OB-COUNT-ED.
           MOVE WS-OB-COUNT-ED TO OUTBOUND-RPT-REC(38:11).
           WRITE OUTBOUND-RPT-REC.
       8520-EXIT.
           EXIT.

       1900-REJECT-RECORD.
           MOVE SPACES         TO RENAMES-ERROR-RPT-REC.
           MOVE "RENOMEAR"     TO EXCP-SOURCE-PGM.
