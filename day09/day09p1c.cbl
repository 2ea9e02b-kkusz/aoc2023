                  END-STRING
                  CALL 'DAY00LOG' USING WS-EXCLOG-LINE
                  END-CALL
      *
      *    THE REPAIR IS ALSO LISTED ON SENEXC (DEPTH AND RESIDUAL
      *    ZERO - THE HISTORY DID CONVERGE) SO THE DAY09SIT ROLLUP
      *    CAN COUNT REPAIRED SENSORS. IT IS NOT A REJECTION, SO
      *    THE NEVER-CONVERGED COUNT IS LEFT ALONE.
      *
                  MOVE SPACES        TO EXC-RECORD
                  MOVE WS-SENSOR-ID  TO EXC-SENSOR
                  MOVE 0             TO EXC-DEPTH
                  MOVE 0             TO EXC-RESIDUAL
                  MOVE 'SPIKE REPAIRED' TO EXC-TEXT
                  WRITE EXC-RECORD
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
