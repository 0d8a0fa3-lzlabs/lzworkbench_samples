      ******************************************************************
      *    VSONLMS - symbolic map for the VSONLM1 map of the VSONLMS
      *    mapset (VSAMONL online inquiry and update).  Kept in step
      *    with vsonlms.bms; every named field has its length, flag/
      *    attribute and data entries in the usual BMS shape.
      ******************************************************************
       01  VSONLM1I.
           02  FILLER PIC X(12).
           02  RUNDATEL COMP PIC S9(4).
           02  RUNDATEF PICTURE X.
           02  FILLER REDEFINES RUNDATEF.
             03 RUNDATEA PICTURE X.
           02  RUNDATEI PIC X(10).
           02  COMPANYL COMP PIC S9(4).
           02  COMPANYF PICTURE X.
           02  FILLER REDEFINES COMPANYF.
             03 COMPANYA PICTURE X.
           02  COMPANYI PIC X(7).
           02  HDCOUNTL COMP PIC S9(4).
           02  HDCOUNTF PICTURE X.
           02  FILLER REDEFINES HDCOUNTF.
             03 HDCOUNTA PICTURE X.
           02  HDCOUNTI PIC X(7).
           02  HDRESTL COMP PIC S9(4).
           02  HDRESTF PICTURE X.
           02  FILLER REDEFINES HDRESTF.
             03 HDRESTA PICTURE X.
           02  HDRESTI PIC X(21).
           02  PAGENOL COMP PIC S9(4).
           02  PAGENOF PICTURE X.
           02  FILLER REDEFINES PAGENOF.
             03 PAGENOA PICTURE X.
           02  PAGENOI PIC X(3).
           02  DET01L COMP PIC S9(4).
           02  DET01F PICTURE X.
           02  FILLER REDEFINES DET01F.
             03 DET01A PICTURE X.
           02  DET01I PIC X(40).
           02  DET02L COMP PIC S9(4).
           02  DET02F PICTURE X.
           02  FILLER REDEFINES DET02F.
             03 DET02A PICTURE X.
           02  DET02I PIC X(40).
           02  DET03L COMP PIC S9(4).
           02  DET03F PICTURE X.
           02  FILLER REDEFINES DET03F.
             03 DET03A PICTURE X.
           02  DET03I PIC X(40).
           02  DET04L COMP PIC S9(4).
           02  DET04F PICTURE X.
           02  FILLER REDEFINES DET04F.
             03 DET04A PICTURE X.
           02  DET04I PIC X(40).
           02  DET05L COMP PIC S9(4).
           02  DET05F PICTURE X.
           02  FILLER REDEFINES DET05F.
             03 DET05A PICTURE X.
           02  DET05I PIC X(40).
           02  DET06L COMP PIC S9(4).
           02  DET06F PICTURE X.
           02  FILLER REDEFINES DET06F.
             03 DET06A PICTURE X.
           02  DET06I PIC X(40).
           02  DET07L COMP PIC S9(4).
           02  DET07F PICTURE X.
           02  FILLER REDEFINES DET07F.
             03 DET07A PICTURE X.
           02  DET07I PIC X(40).
           02  DET08L COMP PIC S9(4).
           02  DET08F PICTURE X.
           02  FILLER REDEFINES DET08F.
             03 DET08A PICTURE X.
           02  DET08I PIC X(40).
           02  DET09L COMP PIC S9(4).
           02  DET09F PICTURE X.
           02  FILLER REDEFINES DET09F.
             03 DET09A PICTURE X.
           02  DET09I PIC X(40).
           02  DET10L COMP PIC S9(4).
           02  DET10F PICTURE X.
           02  FILLER REDEFINES DET10F.
             03 DET10A PICTURE X.
           02  DET10I PIC X(40).
           02  ACTIONL COMP PIC S9(4).
           02  ACTIONF PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA PICTURE X.
           02  ACTIONI PIC X(1).
           02  SEQL COMP PIC S9(4).
           02  SEQF PICTURE X.
           02  FILLER REDEFINES SEQF.
             03 SEQA PICTURE X.
           02  SEQI PIC X(3).
           02  LINE1L COMP PIC S9(4).
           02  LINE1F PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A PICTURE X.
           02  LINE1I PIC X(14).
           02  STATEL COMP PIC S9(4).
           02  STATEF PICTURE X.
           02  FILLER REDEFINES STATEF.
             03 STATEA PICTURE X.
           02  STATEI PIC X(2).
           02  ZIPL COMP PIC S9(4).
           02  ZIPF PICTURE X.
           02  FILLER REDEFINES ZIPF.
             03 ZIPA PICTURE X.
           02  ZIPI PIC X(10).
           02  MSGL COMP PIC S9(4).
           02  MSGF PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA PICTURE X.
           02  MSGI PIC X(79).
       01  VSONLM1O REDEFINES VSONLM1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RUNDATEO PIC X(10).
           02  FILLER PICTURE X(3).
           02  COMPANYO PIC X(7).
           02  FILLER PICTURE X(3).
           02  HDCOUNTO PIC X(7).
           02  FILLER PICTURE X(3).
           02  HDRESTO PIC X(21).
           02  FILLER PICTURE X(3).
           02  PAGENOO PIC X(3).
           02  FILLER PICTURE X(3).
           02  DET01O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET02O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET03O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET04O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET05O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET06O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET07O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET08O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET09O PIC X(40).
           02  FILLER PICTURE X(3).
           02  DET10O PIC X(40).
           02  FILLER PICTURE X(3).
           02  ACTIONO PIC X(1).
           02  FILLER PICTURE X(3).
           02  SEQO PIC X(3).
           02  FILLER PICTURE X(3).
           02  LINE1O PIC X(14).
           02  FILLER PICTURE X(3).
           02  STATEO PIC X(2).
           02  FILLER PICTURE X(3).
           02  ZIPO PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSGO PIC X(79).
