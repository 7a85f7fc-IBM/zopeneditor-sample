      ****************************************************************
      * LICENSED MATERIALS - PROPERTY OF IBM
      * "RESTRICTED MATERIALS OF IBM"
      * (C) COPYRIGHT IBM CORPORATION 2024. ALL RIGHTS RESERVED
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE
      * CONTRACT WITH IBM CORPORATION
      ****************************************************************
      * HAND-MAINTAINED SYMBOLIC MAP FOR THE SAM44 DUAL-CONTROL
      * APPROVAL SCREEN.  MUST BE KEPT IN STEP WITH THE PHYSICAL MAP
      * SOURCE IN BMS/SAM44S.bms (MAPSET SAM44S, MAP SAM44A) --
      * FIELD ORDER AND LENGTHS HERE MIRROR THE DFHMDF MACROS THERE.
      ****************************************************************
       01  SAM44AI.
           05  FILLER                 PIC X(12).
           05  AHDRL                  PIC S9(4) COMP.
           05  AHDRF                  PIC X.
           05  AHDRI                  PIC X(76).
           05  QUEUE-FIELDS.
               10  ALIN-ENTRY OCCURS 14.
                   15  ASELL          PIC S9(4) COMP.
                   15  ASELF          PIC X.
                   15  ASELI          PIC X(1).
                   15  ALINL          PIC S9(4) COMP.
                   15  ALINF          PIC X.
                   15  ALINI          PIC X(76).
           05  AMSGL                  PIC S9(4) COMP.
           05  AMSGF                  PIC X.
           05  AMSGI                  PIC X(70).
           05  AKEYSL                 PIC S9(4) COMP.
           05  AKEYSF                 PIC X.
           05  AKEYSI                 PIC X(79).
       01  SAM44AO REDEFINES SAM44AI.
           05  FILLER                 PIC X(12).
           05  FILLER                 PIC X(3).
           05  AHDRO                  PIC X(76).
           05  QUEUE-FIELDS-O.
               10  ALIN-ENTRY-O OCCURS 14.
                   15  FILLER         PIC X(3).
                   15  ASELO          PIC X(1).
                   15  FILLER         PIC X(3).
                   15  ALINO          PIC X(76).
           05  FILLER                 PIC X(3).
           05  AMSGO                  PIC X(70).
           05  FILLER                 PIC X(3).
           05  AKEYSO                 PIC X(79).
