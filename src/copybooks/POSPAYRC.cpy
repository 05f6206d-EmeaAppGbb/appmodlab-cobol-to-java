      ******************************************************************
      * POSITIVE-PAY ISSUE FILE RECORD LAYOUT                          *
      * ONE RECORD PER PAPER CHECK CUT BY PAYDISB (OR APPENDED BY      *
      * MANCHECK FOR AN OFF-CYCLE MANUAL CHECK), TRANSMITTED TO THE    *
      * BANK EACH RUN SO THE BANK ONLY HONORS CHECKS WE ACTUALLY       *
      * ISSUED AT THE AMOUNTS WE ISSUED THEM - AN ITEM CLEARING THAT   *
      * IS NOT ON THIS FILE, OR CLEARS FOR A DIFFERENT AMOUNT, IS      *
