001030* 20 BYTES OF TRAILING FILLER, SO THE RECORD STAYED 80) - A
001040* RULE IS ONLY LOADED WHEN THE RUN DATE FALLS IN ITS WINDOW,
001050* SO A SEASONAL METER CEILING TURNS ITSELF ON AND OFF.  THE
001060* DATASET IS MAINTAINED THROUGH SQRULMNT - IT IS NO LONGER
001070* HAND-EDITED.  A CHANGE KEYED THERE IS ONLY PROPOSED; SQPCAPRV
001080* APPLIES IT, AND LOGS IT (SEE SQRULLOG), ONCE A SECOND USER
001090* APPROVES.
001100*****************************************************************
001200 01  SQ-RULE-RECORD.
001300     05  SQ-RULE-ID                PIC X(08).
