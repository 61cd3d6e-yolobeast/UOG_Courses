000100*****************************************************************
000200* SQCALEND.CPY
000300* PROCESSING-CALENDAR RECORD, ONE 80-BYTE RECORD PER CALENDAR
000400* DATE ON SQ-CAL-FILE, MAINTAINED THROUGH SQCALMNT.  SQUARE LOOKS
000500* TODAY UP AT STARTUP - THE ENTRY SAYS WHETHER TODAY IS A
000600* PROCESSING DAY AND WHAT BUSINESS DATE A RUN STARTED TODAY
000700* CARRIES.  A RUN THAT STARTS BEFORE MIDNIGHT KEEPS ITS
