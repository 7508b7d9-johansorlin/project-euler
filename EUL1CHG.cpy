000900*                 THE PARAMETERS CAN BE PROVED AFTER THE FACT.  *
001000*                                                                *
001100*    01  AUG2026  JDM  ORIGINAL COPYBOOK.                        *
001120*    02  OCT2026  JDM  UPDATE RECORDS ARE ALSO WRITTEN BY THE    *
001140*                      EUL1LOD BATCH LOAD, UNDER THE SUBMITTING  *
001160*                      OPERATOR.  THE LAYOUT IS UNCHANGED.       *
001200*                                                                *
001300******************************************************************
001400 01  EUL1-CHG-RECORD.
