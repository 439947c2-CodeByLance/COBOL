      *****************************************************************
      * CALL AREA FOR wrkmodule/SIGNON - THE ONE SIGN-ON AND ROLE
      * CHECK EVERY INTERACTIVE PROGRAM USES.
      *   S  SIGN ON - PROMPTS FOR OPERATOR ID AND PASSWORD (THREE
      *      TRIES), FORCES A PASSWORD CHANGE WHEN IT HAS EXPIRED, AND
      *      RETURNS THE OPERATOR ID AND NAME
      *   R  ROLE CHECK - IS SGN-Operator ACTIVE AND DOES IT HOLD
      *      SGN-Role? A REFUSAL IS LOGGED WITH SGN-ActionText
      *   H  HASH - RETURNS THE STORED FORM OF SGN-Password FOR
      *      SGN-Operator IN SGN-Hash (USED BY OPERMAINT)
      * SGN-SharedRoot IS WHERE THE shared DIRECTORY IS SEEN FROM THE
      * CALLER'S WORKING DIRECTORY - SPACES MEANS "shared\"; PROGRAMS
      * THAT RUN ONE LEVEL DOWN PASS "..\shared\".
      * EVERY SIGN-ON, FAILURE, LOCK-OUT, PASSWORD CHANGE AND REFUSED
      * ACTION GOES ON THE SIGN-ON HISTORY (copybooks/signonlog.cpy)
      * AND THROUGH LOGGER.
      *****************************************************************
       01  SIGNON-AREA.
           05  SGN-Program          PIC X(14) value spaces.
           05  SGN-SharedRoot       PIC X(20) value spaces.
           05  SGN-Action           PIC X value space.
               88  SGN-SignOn       value "S".
               88  SGN-CheckRole    value "R".
               88  SGN-HashOnly     value "H".
           05  SGN-Operator         PIC X(10) value spaces.
           05  SGN-OperatorName     PIC X(30) value spaces.
           05  SGN-Role             PIC X value space.
           05  SGN-ActionText       PIC X(40) value spaces.
           05  SGN-Password         PIC X(20) value spaces.
           05  SGN-Hash             PIC X(12) value spaces.
           05  SGN-Result           PIC X value space.
               88  SGN-Granted      value "G".
               88  SGN-Denied       value "D".
