           move tg-numresa(g1) to TMnumresa
           move urgence to TMUrgent
           move 'P' to TMStatut
           move 0 to TMnumpersonnel
           move 0 to TMDureePrevue
           write tache-menage
           if fs-taches = '22'
               continue
