000080* WITH NO ENTRY OF ITS OWN.  A REVERSAL (SOURCE "V") WITH NO
000082* ENTRY OF ITS OWN MAPS THROUGH THE TYPE'S STRAIGHT-ACCEPT
000084* ENTRY AND IS POSTED WITH DEBIT AND CREDIT FLIPPED.
000086* A FEE (SOURCE "E") WITH NO ENTRY FOR ITS TYPE MAPS TO THE
000087* FEE-INCOME ENTRY KEYED TYPE "****" SOURCE "E"; A FEE REVERSAL
000088* (SOURCE "X") WITH NO ENTRY OF ITS OWN MAPS THROUGH THE FEE
000089* ENTRY AND IS POSTED FLIPPED.
000090*****************************************************************
000100        01  GL-MAP-RECORD.
000110            05  GM-MAP-KEY.
