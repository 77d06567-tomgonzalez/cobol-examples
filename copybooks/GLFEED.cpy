      ******************************************************************
      * GLFEED.cpy
      *
      * Shared subledger-to-GL feed paragraphs - see the calling
      * instructions in copybooks/GLFWS.cpy. The AR programs moved
      * AROPEN.DAT for years without a GLTRANS.DAT entry, and the
      * AR control account was kept honest by hand journal. Every
      * program that COPYs this posts its run as one balanced,
      * BH/BT-controlled batch that GL-RECONCILIATION proves and
      * GL-BALANCE-POSTING posts with no rekeying, to accounts read
      * from GLPRULE.DAT and proven against GLCOA.DAT first.
      *
      * The caller must COPY EXCPLOG.cpy too - every refusal here
      * is logged there.
      ******************************************************************
       980-LOAD-GL-POSTING-RULES.

           MOVE 'N' TO WS-GLF-REFUSED-SWITCH
           MOVE 0 TO WS-GLF-RULE-COUNT
           MOVE 0 TO WS-GLF-COA-COUNT
           MOVE 0 TO WS-GLF-POST-COUNT

           MOVE 'N' TO WS-GLF-EOF-SWITCH
           OPEN INPUT GL-FEED-COA-FILE
           IF WS-GL-COA-STATUS NOT = "00"
              DISPLAY "ERROR: GLCOA.DAT OPEN FAILED, STATUS = ",
                 WS-GL-COA-STATUS, " - NO GL POSTING POSSIBLE"
              MOVE "GLCOA.DAT MISSING - GL FEED REFUSED" TO EL-MESSAGE
              MOVE WS-GLF-PROGRAM-ID TO EL-PROGRAM-ID
              MOVE "E" TO EL-SEVERITY
              PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
              MOVE 'Y' TO WS-GLF-REFUSED-SWITCH
              MOVE 'Y' TO WS-GLF-EOF-SWITCH
           END-IF
           PERFORM UNTIL END-OF-GLF-FILE
              READ GL-FEED-COA-FILE
                 AT END
                    MOVE 'Y' TO WS-GLF-EOF-SWITCH
                 NOT AT END
                    IF WS-GLF-COA-COUNT < WS-GLF-COA-COUNT-MAX
                       ADD 1 TO WS-GLF-COA-COUNT
                       MOVE GC-ACCOUNT-NUMBER TO
                          GLC-ACCOUNT (WS-GLF-COA-COUNT)
                       MOVE GC-ACTIVE-FLAG TO
                          GLC-ACTIVE-FLAG (WS-GLF-COA-COUNT)
                    ELSE
                       DISPLAY "WARNING: CHART TABLE FULL, "
                          "IGNORING ACCOUNT ", GC-ACCOUNT-NUMBER
                    END-IF
              END-READ
           END-PERFORM
           IF WS-GL-COA-STATUS = "10"
              CLOSE GL-FEED-COA-FILE
           END-IF

           MOVE 'N' TO WS-GLF-EOF-SWITCH
           OPEN INPUT GL-POSTING-RULE-FILE
           IF WS-GL-RULE-STATUS NOT = "00"
              DISPLAY "ERROR: GLPRULE.DAT OPEN FAILED, STATUS = ",
                 WS-GL-RULE-STATUS, " - NO GL POSTING POSSIBLE"
              MOVE "GLPRULE.DAT MISSING - GL FEED REFUSED"
                 TO EL-MESSAGE
              MOVE WS-GLF-PROGRAM-ID TO EL-PROGRAM-ID
              MOVE "E" TO EL-SEVERITY
              PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
              MOVE 'Y' TO WS-GLF-REFUSED-SWITCH
              MOVE 'Y' TO WS-GLF-EOF-SWITCH
           END-IF
           PERFORM UNTIL END-OF-GLF-FILE
              READ GL-POSTING-RULE-FILE
                 AT END
                    MOVE 'Y' TO WS-GLF-EOF-SWITCH
                 NOT AT END
                    IF PR-SOURCE = WS-GLF-SOURCE
                       PERFORM 981-VALIDATE-GL-POSTING-RULE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-GL-RULE-STATUS = "10"
              CLOSE GL-POSTING-RULE-FILE
           END-IF.

      * A rule posts only to an account that is on the chart and
      * active - anything else would land in GL-RECONCILIATION's
      * suspense report instead of the ledger.
       981-VALIDATE-GL-POSTING-RULE.

           IF WS-GLF-RULE-COUNT >= WS-GLF-RULE-COUNT-MAX
              DISPLAY "WARNING: GL RULE TABLE FULL, IGNORING RULE ",
                 PR-RULE-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GLF-RULE-COUNT
           SET GLR-IDX TO WS-GLF-RULE-COUNT
           MOVE PR-RULE-CODE TO GLR-RULE-CODE (GLR-IDX)
           MOVE PR-ACCOUNT TO GLR-ACCOUNT (GLR-IDX)
           MOVE 'N' TO GLR-ACCOUNT-VALID (GLR-IDX)

           PERFORM VARYING GLC-IDX FROM 1 BY 1
                 UNTIL GLC-IDX > WS-GLF-COA-COUNT
              IF GLC-ACCOUNT (GLC-IDX) = PR-ACCOUNT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF GLC-IDX > WS-GLF-COA-COUNT
              MOVE "GL RULE ACCT NOT IN COA " TO WS-GLF-RULE-MSG-TEXT
           ELSE
              IF GLC-ACTIVE-FLAG (GLC-IDX) NOT = "A"
                 MOVE "GL RULE ACCT INACTIVE   " TO
                    WS-GLF-RULE-MSG-TEXT
              ELSE
                 MOVE 'Y' TO GLR-ACCOUNT-VALID (GLR-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF

           DISPLAY "ERROR: ", WS-GLF-RULE-MSG-TEXT, PR-SOURCE, " ",
              PR-RULE-CODE, " ACCOUNT ", PR-ACCOUNT
           MOVE PR-SOURCE TO WS-GLF-RULE-MSG-SOURCE
           MOVE PR-RULE-CODE TO WS-GLF-RULE-MSG-CODE
           MOVE PR-ACCOUNT TO WS-GLF-RULE-MSG-ACCOUNT
           MOVE WS-GLF-RULE-MSG-BUILD TO EL-MESSAGE
           MOVE WS-GLF-PROGRAM-ID TO EL-PROGRAM-ID
           MOVE "E" TO EL-SEVERITY
           PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
           MOVE 'Y' TO WS-GLF-REFUSED-SWITCH.

      * Asked once per rule code before the run touches anything,
      * so a table missing a rule refuses up front rather than
      * after half the subledger has moved.
       982-REQUIRE-GL-POSTING-RULE.

           PERFORM VARYING GLR-IDX FROM 1 BY 1
                 UNTIL GLR-IDX > WS-GLF-RULE-COUNT
              IF GLR-RULE-CODE (GLR-IDX) = WS-GLF-RULE-CODE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           DISPLAY "ERROR: NO GL POSTING RULE FOR ", WS-GLF-SOURCE,
              " ", WS-GLF-RULE-CODE, " ON GLPRULE.DAT"
           MOVE "GL POSTING RULE MISSING " TO WS-GLF-RULE-MSG-TEXT
           MOVE WS-GLF-SOURCE TO WS-GLF-RULE-MSG-SOURCE
           MOVE WS-GLF-RULE-CODE TO WS-GLF-RULE-MSG-CODE
           MOVE SPACES TO WS-GLF-RULE-MSG-ACCOUNT
           MOVE WS-GLF-RULE-MSG-BUILD TO EL-MESSAGE
           MOVE WS-GLF-PROGRAM-ID TO EL-PROGRAM-ID
           MOVE "E" TO EL-SEVERITY
           PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
           MOVE 'Y' TO WS-GLF-REFUSED-SWITCH.

      * One amount into the batch under construction, rolled up by
      * account and side. A negative amount - a credit memo, say -
      * posts its absolute value to the opposite side, so the GL
      * never sees a signed detail.
       984-ADD-GL-FEED-AMOUNT.

           IF WS-GLF-AMOUNT = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING GLR-IDX FROM 1 BY 1
                 UNTIL GLR-IDX > WS-GLF-RULE-COUNT
              IF GLR-RULE-CODE (GLR-IDX) = WS-GLF-RULE-CODE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF GLR-IDX > WS-GLF-RULE-COUNT
              PERFORM 982-REQUIRE-GL-POSTING-RULE
              EXIT PARAGRAPH
           END-IF
           MOVE GLR-ACCOUNT (GLR-IDX) TO WS-GLF-POST-ACCOUNT

           PERFORM VARYING GLP-IDX FROM 1 BY 1
                 UNTIL GLP-IDX > WS-GLF-POST-COUNT
              IF GLP-ACCOUNT (GLP-IDX) = WS-GLF-POST-ACCOUNT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF GLP-IDX > WS-GLF-POST-COUNT
              IF WS-GLF-POST-COUNT >= WS-GLF-POST-COUNT-MAX
                 DISPLAY "ERROR: GL BATCH TABLE FULL - ACCOUNT ",
                    WS-GLF-POST-ACCOUNT, " CANNOT POST"
                 MOVE 'Y' TO WS-GLF-REFUSED-SWITCH
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GLF-POST-COUNT
              SET GLP-IDX TO WS-GLF-POST-COUNT
              MOVE WS-GLF-POST-ACCOUNT TO GLP-ACCOUNT (GLP-IDX)
              MOVE 0 TO GLP-DEBIT-TOTAL (GLP-IDX)
              MOVE 0 TO GLP-CREDIT-TOTAL (GLP-IDX)
           END-IF

           IF WS-GLF-AMOUNT < 0
              COMPUTE WS-GLF-POST-AMOUNT = 0 - WS-GLF-AMOUNT
              IF WS-GLF-SIDE = "D"
                 ADD WS-GLF-POST-AMOUNT TO GLP-CREDIT-TOTAL (GLP-IDX)
              ELSE
                 ADD WS-GLF-POST-AMOUNT TO GLP-DEBIT-TOTAL (GLP-IDX)
              END-IF
           ELSE
              MOVE WS-GLF-AMOUNT TO WS-GLF-POST-AMOUNT
              IF WS-GLF-SIDE = "D"
                 ADD WS-GLF-POST-AMOUNT TO GLP-DEBIT-TOTAL (GLP-IDX)
              ELSE
                 ADD WS-GLF-POST-AMOUNT TO GLP-CREDIT-TOTAL (GLP-IDX)
              END-IF
           END-IF.

      * The run's batch, appended with the usual EXTEND create-on-
      * first-write fallback. It goes out balanced or not at all -
      * an unbalanced batch would only be thrown back by
      * GL-RECONCILIATION - and the BT control fields are 9(7)V99,
      * so a run beyond them is refused to the log rather than
      * written with truncated totals.
       986-WRITE-GL-FEED-BATCH.

           IF GL-FEED-REFUSED
              DISPLAY "ERROR: GL FEED REFUSED - NO GLTRANS.DAT BATCH "
                 "WRITTEN FOR ", WS-GLF-SOURCE
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-GLF-POST-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-GLF-DEBIT-TOTAL
           MOVE 0 TO WS-GLF-CREDIT-TOTAL
           MOVE 0 TO WS-GLF-DETAIL-COUNT
           PERFORM VARYING GLP-IDX FROM 1 BY 1
                 UNTIL GLP-IDX > WS-GLF-POST-COUNT
              ADD GLP-DEBIT-TOTAL (GLP-IDX) TO WS-GLF-DEBIT-TOTAL
              ADD GLP-CREDIT-TOTAL (GLP-IDX) TO WS-GLF-CREDIT-TOTAL
              IF GLP-DEBIT-TOTAL (GLP-IDX) > 0
                 ADD 1 TO WS-GLF-DETAIL-COUNT
              END-IF
              IF GLP-CREDIT-TOTAL (GLP-IDX) > 0
                 ADD 1 TO WS-GLF-DETAIL-COUNT
              END-IF
           END-PERFORM

           MOVE WS-GLF-BATCH-ID TO WS-GLF-BATCH-MSG-ID
           IF WS-GLF-DEBIT-TOTAL NOT = WS-GLF-CREDIT-TOTAL
              MOVE " OUT OF BALANCE - NOT WRITTEN" TO
                 WS-GLF-BATCH-MSG-TEXT
           ELSE
              IF WS-GLF-DEBIT-TOTAL > 9999999.99
                 MOVE " EXCEEDS BATCH CONTROL LIMIT - NOT WRITTEN" TO
                    WS-GLF-BATCH-MSG-TEXT
              ELSE
                 MOVE SPACES TO WS-GLF-BATCH-MSG-TEXT
              END-IF
           END-IF
           IF WS-GLF-BATCH-MSG-TEXT NOT = SPACES
              DISPLAY "ERROR: ", WS-GLF-BATCH-MSG-BUILD
              MOVE WS-GLF-BATCH-MSG-BUILD TO EL-MESSAGE
              MOVE WS-GLF-PROGRAM-ID TO EL-PROGRAM-ID
              MOVE "E" TO EL-SEVERITY
              PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GL-FEED-FILE
           IF WS-GL-FEED-STATUS NOT = "00"
              OPEN OUTPUT GL-FEED-FILE
           END-IF
           IF WS-GL-FEED-STATUS NOT = "00"
              DISPLAY "ERROR: GLTRANS.DAT OPEN FAILED, STATUS = ",
                 WS-GL-FEED-STATUS
              MOVE " - GLTRANS.DAT OPEN FAILED, NOT WRITTEN" TO
                 WS-GLF-BATCH-MSG-TEXT
              MOVE WS-GLF-BATCH-MSG-BUILD TO EL-MESSAGE
              MOVE WS-GLF-PROGRAM-ID TO EL-PROGRAM-ID
              MOVE "E" TO EL-SEVERITY
              PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GL-FEED-RECORD
           MOVE "BH" TO GF-BH-RECORD-TYPE
           MOVE WS-GLF-BATCH-ID TO GF-BH-BATCH-ID
           MOVE WS-GLF-SOURCE TO GF-BH-SOURCE
           MOVE WS-GLF-BATCH-DATE TO GF-BH-BATCH-DATE
           MOVE WS-GLF-COMPANY TO GF-BH-COMPANY
           WRITE GL-FEED-RECORD

           PERFORM VARYING GLP-IDX FROM 1 BY 1
                 UNTIL GLP-IDX > WS-GLF-POST-COUNT
              IF GLP-DEBIT-TOTAL (GLP-IDX) > 0
                 MOVE SPACES TO GL-FEED-RECORD
                 MOVE GLP-ACCOUNT (GLP-IDX) TO GF-ACCOUNT
                 MOVE WS-GLF-SOURCE TO GF-SOURCE
                 MOVE WS-GLF-BATCH-ID TO GF-BATCH-REF
                 MOVE WS-GLF-COMPANY TO GF-COMPANY
                 MOVE "D" TO GF-TYPE
                 MOVE GLP-DEBIT-TOTAL (GLP-IDX) TO GF-AMOUNT
                 WRITE GL-FEED-RECORD
              END-IF
              IF GLP-CREDIT-TOTAL (GLP-IDX) > 0
                 MOVE SPACES TO GL-FEED-RECORD
                 MOVE GLP-ACCOUNT (GLP-IDX) TO GF-ACCOUNT
                 MOVE WS-GLF-SOURCE TO GF-SOURCE
                 MOVE WS-GLF-BATCH-ID TO GF-BATCH-REF
                 MOVE WS-GLF-COMPANY TO GF-COMPANY
                 MOVE "C" TO GF-TYPE
                 MOVE GLP-CREDIT-TOTAL (GLP-IDX) TO GF-AMOUNT
                 WRITE GL-FEED-RECORD
              END-IF
           END-PERFORM

           MOVE SPACES TO GL-FEED-RECORD
           MOVE "BT" TO GF-BT-RECORD-TYPE
           MOVE WS-GLF-BATCH-ID TO GF-BT-BATCH-ID
           MOVE WS-GLF-DETAIL-COUNT TO GF-BT-RECORD-COUNT
           MOVE WS-GLF-DEBIT-TOTAL TO GF-BT-DEBIT-TOTAL
           MOVE WS-GLF-CREDIT-TOTAL TO GF-BT-CREDIT-TOTAL
           WRITE GL-FEED-RECORD
           CLOSE GL-FEED-FILE
           DISPLAY "GL BATCH ", WS-GLF-BATCH-ID, " WRITTEN TO "
              "GLTRANS.DAT: ", WS-GLF-DETAIL-COUNT, " DETAIL(S).".
