       program-id. pg-etat-chaine.

       file-control.
           select f-indicateur assign 'chaine-en-cours.dat'
           organization line sequential
           file status fs-indicateur.

       data division.

       file section.
       fd f-indicateur.
       1 indicateur-rec.
           2 ic-date pic 9(8).
           2 filler pic x.
           2 ic-heure pic 9(6).
           2 filler pic x.
           2 ic-superviseur pic x(8).

       working-storage section.
       1 fs-indicateur pic xx.

       linkage section.
       1 p-en-cours pic x.
       1 p-heure pic 9(6).
       1 p-superviseur pic x(8).

      * Indicateur pose par nightly-batch.sh au demarrage de la chaine
      * et retire quand elle se termine sans erreur (il reste pose
      * apres un arret, jusqu'a la relance) : present, les mises a
      * jour en ligne sont suspendues. La ligne porte l'heure de
      * depart et le code du superviseur autorise a forcer une mise a
      * jour d'urgence (a blanc : aucun forcage possible).
       procedure division using p-en-cours p-heure p-superviseur.
           move 'N' to p-en-cours
           move 0 to p-heure
           move spaces to p-superviseur

           open input f-indicateur
           if fs-indicateur = '00'
               move 'O' to p-en-cours
               move spaces to indicateur-rec
               read f-indicateur
                   at end continue
                   not at end
                       if ic-heure is numeric
                           move ic-heure to p-heure
                       end-if
                       move ic-superviseur to p-superviseur
               end-read
               close f-indicateur
           end-if
           goback.

       end program pg-etat-chaine.
