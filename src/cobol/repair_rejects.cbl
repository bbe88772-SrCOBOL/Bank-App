003200*                  WRITE-OFF LANDS IN THE SAME AUDIT TRAIL
003300*                  PROCESSTRANSACTIONS WRITES, IN THE SAME
003400*                  LAYOUT.
003410* 2026-10-15  RLB  CONDITION CODE FOR THE NIGHTLY JOB STREAM -
003420*                  RETURN-CODE 0 ON A CLEAN RUN, 8 WHEN THE RUN
003430*                  IS REFUSED OR STOPS ON AN ERROR.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
023200     PERFORM 8000-DISPLAY-RUN-SUMMARY
023300     PERFORM 8100-SAVE-ID-SEQUENCE
023400     PERFORM 9000-TERMINATE
023410     MOVE ZERO TO RETURN-CODE
023500     STOP RUN.
023600
023700*----------------------------------------------------------------
024900     OPEN INPUT REJECT-IN-FILE
025000     IF WS-FS-REJECT-IN NOT = '00'
025100         DISPLAY 'ERROR OPENING REJECT FILE' WS-FS-REJECT-IN
025110         MOVE 8 TO RETURN-CODE
025200         STOP RUN
025300     END-IF
025400
025600     IF WS-FS-REJECT-OUT NOT = '00'
025700         DISPLAY 'ERROR OPENING REJECT OUTPUT FILE'
025800             WS-FS-REJECT-OUT
025810         MOVE 8 TO RETURN-CODE
025900         STOP RUN
026000     END-IF
026100
026200     OPEN OUTPUT RESUBMIT-FILE
026300     IF WS-FS-RESUBMIT NOT = '00'
026400         DISPLAY 'ERROR OPENING RESUBMIT FILE' WS-FS-RESUBMIT
026410         MOVE 8 TO RETURN-CODE
026500         STOP RUN
026600     END-IF
026700
027100     END-IF
027200     IF WS-FS-AUDIT NOT = '00'
027300         DISPLAY 'ERROR OPENING AUDIT FILE' WS-FS-AUDIT
027310         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF
027600
037000             IF WS-CONTROL-COUNT >= WS-CONTROL-MAX
037100                 DISPLAY 'REPAIR CONTROL TABLE FULL - CANNOT '
037200                     'SAFELY LOAD ANOTHER CORRECTION'
037210                 MOVE 8 TO RETURN-CODE
037300                 STOP RUN
037400             END-IF
037500             ADD 1 TO WS-CONTROL-COUNT
041900                 ELSE
042000                     DISPLAY 'ID SEQUENCE FILE NOT NUMERIC - '
042100                         'CANNOT SAFELY ASSIGN IDS'
042110                     MOVE 8 TO RETURN-CODE
042200                     STOP RUN
042300                 END-IF
042400         END-READ
