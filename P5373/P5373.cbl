      * The ceded premium bordereau extract B5388 and the claim
      * recovery write in P5361 both read the register this
      * program maintains.
      *                                                                 <PH2691>
      * The lines are raised automatically at issue by P5074AT          <PH2691>
      * (retention, automatic treaty and accepted facultative           <PH2691>
      * excess from TV161); this program adds lines by hand and         <PH2691>
      * amends or terminates them afterwards.                           <PH2691>
      *
      ***********************************************************************
      *           AMENDMENT  HISTORY                                        *
      * 01/09/26  01/01   PH2600       Phi Tran - IT DEV                    *
      *           Initial Version.                                          *
      *                                                                     *
      * 15/10/26  01/01   PH2691       Phi Tran - IT DEV                    *
      *           Cession lines are now raised at issue (P5074AT); this     *
      *           program is used for amendments and manual additions.      *
      *                                                                     *
      **DD/MM/YY*************************************************************
      /
       ENVIRONMENT DIVISION.
