      *
      *    DAY09SRG.CPY - SENREG SENSOR-REGISTRY RECORD. SENSOR ID IN
      *    COLUMNS 1-8, DESCRIPTION FROM 10, AND A RETIRE DATE IN
      *    COLUMNS 41-48 - BLANK (OR ZERO) FOR A SENSOR IN SERVICE.
      *    A RETIRED SENSOR STAYS ON THE REGISTRY SO DAY09SNS CAN
      *    TELL A RETIRED ID FROM AN UNKNOWN ONE. THE PLANT SITE
      *    CODE (COLUMNS 50-53) AND SYSTEM CODE (55-58) GROUP THE
      *    SENSORS THE WAY THE INSTRUMENTS TEAM MANAGES THEM, FOR
      *    THE DAY09SIT ROLLUP. MAINTAINED BY DAY09REG; LINES
      *    STARTING WITH * ARE COMMENTS.
      *
         01 REG-RECORD.
            88 REG-END           VALUE LOW-VALUE.
            05 REG-SENSOR        PIC X(8).
            05 FILLER            PIC X.
            05 REG-DESC          PIC X(30).
            05 FILLER            PIC X.
            05 REG-RETIRE-DATE   PIC X(8).
               88 REG-IN-SERVICE       VALUE SPACES '00000000'.
            05 FILLER            PIC X.
            05 REG-SITE          PIC X(4).
            05 FILLER            PIC X.
            05 REG-SYSTEM        PIC X(4).
