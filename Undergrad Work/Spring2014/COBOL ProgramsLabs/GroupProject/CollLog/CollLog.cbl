      *    promises to pay, plan terms - to the collections log.
      *    CustInquiry shows the status and recent notes with the
      *    account; FinCharge stops accruing on 'W' accounts and
      *    DunningGen leaves 'P' and 'W' accounts alone. AgyPlace
      *    sets 'A' when an account goes to an outside agency;
      *    setting any status here recalls it.
      *
      * Input:
      *    MASTER.DAT - indexed AR master
