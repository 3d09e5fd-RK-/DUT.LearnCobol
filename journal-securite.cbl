       program-id. pg-journal-securite.

       file-control.
           select f-securite assign 'securite-journal.dat'
           organization line sequential
           file status fs-securite.

       data division.

       file section.
       fd f-securite.
           copy securite.

       working-storage section.
       1 fs-securite pic xx.

       linkage section.
       1 operateur pic x(8).
       1 evenement pic x(8).
       1 fonction pic x.
       1 auteur pic x(8).
       1 libelle pic x(30).

      * Evenements : SIGNON, ECHEC, BLOCAGE, REFUS, CHGTMDP (par
      * pg-controle-acces), CREATION, MODIF, MDPRAZ, DEBLOCAG (par
      * pg-maj-operateurs, auteur = superviseur). Jamais de mot de
      * passe, meme errone, dans le libelle.
       procedure division using operateur evenement fonction
           auteur libelle.
           open extend f-securite
           if fs-securite = '35'
               open output f-securite
           end-if
           if fs-securite <> '00'
               display 'PG-JOURNAL-SECURITE - ouverture'
                   ' securite-journal.dat impossible'
               display 'code retour fichier : ' fs-securite
               goback
           end-if

           move spaces to evenement-securite
           accept ESDate from date yyyymmdd
           accept ESHeure from time
           move operateur to ESOperateur
           move evenement to ESEvenement
           move fonction to ESFonction
           move auteur to ESAuteur
           move libelle to ESDetail
           write evenement-securite
           if fs-securite <> '00'
               display 'PG-JOURNAL-SECURITE - ecriture'
                   ' securite-journal.dat impossible'
               display 'code retour fichier : ' fs-securite
           end-if
           close f-securite
           goback.

       end program pg-journal-securite.
