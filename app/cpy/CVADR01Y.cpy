      *               correspondence job merges this address into
      *               each notification letter; a letter request
      *               with no address on file is held over, never
      *               dropped. Added and changed on the CCAM address
      *               maintenance screen, which logs each change to
      *               ADRHIST
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
