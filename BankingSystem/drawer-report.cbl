
      *    Teller drawer over/short report. Reads the drawer file the
      *    banking-system teller screen maintains (opening count at
      *    sign-on, cash movements while posting and cash bought from
      *    or sold to the branch vault, closing count at sign-off)
      *    and lists each drawer by operator and business date with
      *    its expected position, counted position, and over/short. A
      *    single business date can be requested, or 0 for every
      *    drawer on file. Drawers still open (no closing count yet)
      *    are listed as OPEN so an unsettled drawer does not hide.

       environment division.
       input-output section.
