011340     MOVE "INTPOST"  TO RUNCTL-STEP-NAME (14)
011350     MOVE "FEEEDIT"  TO RUNCTL-STEP-NAME (15)
011360     MOVE "FEEPOST"  TO RUNCTL-STEP-NAME (16)
011362     MOVE "LOANSERV" TO RUNCTL-STEP-NAME (17)
011364     MOVE "LATEEDIT" TO RUNCTL-STEP-NAME (18)
011366     MOVE "LATEPOST" TO RUNCTL-STEP-NAME (19)
011368     MOVE "AMLMON"   TO RUNCTL-STEP-NAME (20)
011370     MOVE "ACHCONV"  TO RUNCTL-STEP-NAME (21)
011372     MOVE "ACHRETN"  TO RUNCTL-STEP-NAME (22)
011374     MOVE "NSFGEN"   TO RUNCTL-STEP-NAME (23)
011376     MOVE "NSFEDIT"  TO RUNCTL-STEP-NAME (24)
011378     MOVE "NSFPOST"  TO RUNCTL-STEP-NAME (25)
011380     MOVE "SAFGEN"   TO RUNCTL-STEP-NAME (26)
011382     MOVE "SAFEDIT"  TO RUNCTL-STEP-NAME (27)
011384     MOVE "SAFPOST"  TO RUNCTL-STEP-NAME (28)
011400     PERFORM 9520-OPEN-ONE-STEP
011500         THRU 9520-OPEN-ONE-STEP-EXIT
011600         VARYING RC-STEP-SUB FROM 1 BY 1
011700         UNTIL RC-STEP-SUB > 40
011800     WRITE RUN-CONTROL-RECORD
011900     CLOSE RUN-CONTROL-FILE
012000     OPEN I-O RUN-CONTROL-FILE
013800         THRU 9540-TEST-ONE-STEP-EXIT
013900         VARYING RC-STEP-SUB FROM 1 BY 1
014000         UNTIL RC-FOUND-SUB > 0
014100            OR RC-STEP-SUB > 40.
014200 9530-FIND-STEP-EXIT.
014300     EXIT.
014400
