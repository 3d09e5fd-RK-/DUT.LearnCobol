           2 LTelLoc pic x(20).
           2 LVilleLoc pic x(20).
           2 LIncident pic x.
           2 LEmailLoc pic x(50).
           2 LMobileLoc pic x(20).
           2 LCanalLoc pic x.
           2 LLangueLoc pic xx.
