000200*                  RECORDS CUT BEFORE THE FIELD EXISTED READ BACK
000210*                  AS SPACES THERE AND ARE TREATED AS EXPIRED -
000220*                  AN UNKNOWN AGE FAILS CLOSED.
000221*                  UM-CREDENTIAL NEVER HOLDS THE CREDENTIAL
000222*                  ITSELF - ONLY A SALTED ONE-WAY HASH OF IT,
000223*                  BUILT AND CHECKED BY THE CREDHASH SUBPROGRAM
000224*                  (UM-CRED-HASH-MARK, THEN THE SALT, THEN THE
000225*                  HASH DIGITS).  AN ENTRY WITHOUT THE MARK IS
000226*                  A CLEAR-TEXT LEFTOVER: IT NEVER VERIFIES AT
000227*                  SIGN-ON, USERCHK FAILS IT, AND THE CREDCONV
000228*                  ONE-TIME RUN CONVERTS IT.  UM-CRED-HISTORY
000229*                  KEEPS THE HASHES OF THE USER'S PRIOR
000230*                  CREDENTIALS, NEWEST FIRST, SO CREDCHG CAN
000231*                  REFUSE A RECENT ONE COMING BACK.  RECORDS CUT
000232*                  BEFORE THE HISTORY EXISTED READ BACK AS
000233*                  SPACES THERE - NO HISTORY YET.
000234*                  UM-ACCOUNT-STATUS IS SET BY THE USERADM
000235*                  ADMINISTRATION ROUTE; LOGON REFUSES A DISABLED
000236*                  ACCOUNT WHATEVER CREDENTIAL IT OFFERS.  A
000237*                  RECORD CUT BEFORE THE FIELD EXISTED READS BACK
000238*                  AS A SPACE THERE, WHICH COUNTS AS ACTIVE.
000239*
000240*****************************************************************
000250 01  USER-MASTER-RECORD.
000260     03  UM-USER-ID              pic x(20).
000270     03  UM-CREDENTIAL           pic x(40).
000271     03  UM-CREDENTIAL-HASHED    redefines UM-CREDENTIAL.
000272         05  UM-CRED-HASH-MARK   pic x(04).
000273             88  UM-CRED-IS-HASHED     value '$H1$'.
000274         05  UM-CRED-SALT        pic x(09).
000275         05  UM-CRED-HASH        pic x(27).
000280     03  UM-ENTITLED-ROUTES.
000290         05  UM-ENTITLED-ROUTE   occurs 10 times
000300                                 pic x(30).
000310     03  UM-CRED-CHANGED-DATE    pic x(08).
000320     03  UM-CRED-HISTORY.
000330         05  UM-CRED-PRIOR       occurs 5 times
000340                                 pic x(40).
000350     03  UM-ACCOUNT-STATUS       pic x(01).
000360         88  UM-ACCOUNT-ACTIVE         value 'A' ' '.
000370         88  UM-ACCOUNT-DISABLED       value 'D'.
000380         88  UM-ACCOUNT-STATUS-VALID   value 'A' ' ' 'D'.
