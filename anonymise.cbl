           copy reversement.

       fd f-reversements-new.
       1 reversement-new-rec pic x(112).

       fd f-journal.
       1 journal-rec.
