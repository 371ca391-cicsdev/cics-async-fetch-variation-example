
           MOVE ACTV-CORRELATION-ID TO AAUD-CORRELATION-ID
           MOVE SPACE               TO AAUD-BUSINESS-KEY
           MOVE 'N'                 TO AAUD-PROBE-FLAG
           MOVE ACTV-CHANNEL-NAME   TO AAUD-CHANNEL-NAME
           MOVE ACTV-CHILD-TOKEN    TO AAUD-CHILD-TOKEN
           MOVE ACTV-CHILD-TRANSID  TO AAUD-CHILD-TRANSID
