       program-id. pg-courriers-proprio.

       file-control.
           select f-proprio assign 'proprio.dat'
           organization indexed
           access dynamic
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-appart assign 'appart.dat'
           organization indexed
           access dynamic
           record key Anumappart
           alternate key Anumprop with duplicates
           file status fs-appart.

           select f-mandats assign 'mandats.dat'
           organization indexed
           access random
           record key MDnumprop
           file status fs-mandats.

           select f-modele assign nom-modele
           organization line sequential
           file status fs-modele.

           select f-lettres assign 'courriers-proprietaires.lst'
           organization line sequential
           file status fs-lettres.

       data division.

       file section.
       fd f-proprio.
           copy proprio.

       fd f-appart.
           copy appartement.

       fd f-mandats.
           copy mandat.

       fd f-modele.
       1 modele-rec pic x(80).

       fd f-lettres.
       1 ligne-lettre pic x(100).

       working-storage section.
       1 fs-proprio pic xx.
       1 fs-appart pic xx.
       1 fs-mandats pic xx.
       1 fs-modele pic xx.
       1 fs-lettres pic xx.
       1 fonction-maj pic x value 'M'.
       1 operateur-courant pic x(8).
       1 agence-operateur pic x(8).
       1 nom-modele pic x(31).
       1 date-jour pic 9(8).
       1 date-jour-edit pic x(10).
       1 taux-commission pic 99v99 value 15.
       1 taux-edit pic z9.99.
       1 criteres.
           2 code-modele pic x(8).
           2 ville-critere pic x(20).
           2 agence-critere pic x(8).
           2 fin-mandat-avant pic 9(8).
           2 nb-apparts-min pic 99.
           2 nb-apparts-max pic 99.
       1 v-fin-proprio pic x value 'N'.
           88 fin-proprio value 'O' false 'N'.
       1 v-fin-appart pic x.
           88 fin-appart value 'O' false 'N'.
       1 v-fin-modele pic x value 'N'.
           88 fin-modele value 'O' false 'N'.
       1 v-mandats-dispo pic x value 'N'.
           88 mandats-dispo value 'O' false 'N'.
       1 v-mandat-trouve pic x.
           88 mandat-trouve value 'O' false 'N'.
       1 v-retenu pic x.
           88 proprio-retenu value 'O' false 'N'.
       1 v-ville-trouvee pic x.
           88 ville-trouvee value 'O' false 'N'.
       1 v-champ-connu pic x.
           88 champ-connu value 'O' false 'N'.
       1 v-editer pic x.
           88 editer-courriers value 'O' 'o'.
       1 nb-lignes-modele pic 99 value 0.
       1 tab-modele.
           2 ligne-modele pic x(80) occurs 60.
       1 objet-courrier pic x(80).
       1 nb-apparts pic 99.
       1 tab-apparts.
           2 tap-poste occurs 50.
               3 tap-numappart pic 9999.
               3 tap-ville pic x(20).
               3 tap-pieces pic 99.
       1 nb-retenus pic 9(4) value 0.
       1 tab-retenus.
           2 tr-numprop pic 9999 occurs 9999.
       1 r pic 9(4).
       1 k pic 99.
       1 a pic 99.
       1 pos pic 99.
       1 fin-champ pic 99.
       1 ptr-fusion pic 999.
       1 nb-balises pic 99.
       1 texte-modele pic x(80).
       1 ligne-tampon pic x(80).
       1 ligne-fusion pic x(100).
       1 nom-champ pic x(12).
       1 valeur-champ pic x(60).
       1 appart-courant pic x(60).
       1 pieces-edit pic z9.
       1 cle-journal-type pic x value 'P'.
       1 cle-journal pic 9999.
       1 champ-journal pic x(12) value 'COURRIER'.
       1 ancien-journal pic x(30).
       1 nouveau-journal pic x(30).
       1 tot-lettres pic 9(4) value 0.

       screen section.
       1 a-plg-titre.
           2 blank screen.
           2 line 2 col 10 'Courriers aux proprietaires'.
       1 s-plg-criteres.
           2 line 4 col 3 'Modele (fichier courrier-XXX.txt)  : '.
           2 s-modele line 4 col 40 pic x(8) to code-modele required.
           2 line 6 col 3 'Ville des apparts (espaces=toutes) : '.
           2 s-ville line 6 col 40 pic x(20) to ville-critere.
           2 line 7 col 3 'Agence (espaces = toutes)          : '.
           2 s-agence line 7 col 40 pic x(8) to agence-critere.
           2 line 8 col 3 'Mandat finissant avant (0 = sans)  : '.
           2 s-fin-mandat line 8 col 40 pic 9(8) to fin-mandat-avant.
           2 line 9 col 3 'Nombre d''apparts minimum (0 = sans): '.
           2 s-min line 9 col 40 pic 99 to nb-apparts-min.
           2 line 10 col 3 'Nombre d''apparts maximum (0 = sans): '.
           2 s-max line 10 col 40 pic 99 to nb-apparts-max.
       1 a-plg-sans-modele.
           2 line 12 col 3 'Modele introuvable : '.
           2 a-nom-modele line 12 col 24 pic x(31) from nom-modele.
       1 a-plg-selection.
           2 line 12 col 3 'Proprietaires retenus : '.
           2 a-nb-retenus line 12 col 27 pic zzz9 from nb-retenus.
       1 s-plg-editer.
           2 line 14 col 3 'Editer les courriers (O/N) : '.
           2 s-editer pic x to v-editer required.
       1 a-plg-edites.
           2 line 16 col 3 'Courriers edites : '.
           2 a-nb-lettres line 16 col 22 pic zzz9 from tot-lettres.
           2 line 17 col 3 'dans courriers-proprietaires.lst'.

      * Courrier circulaire aux proprietaires (changement de taux de
      * taxe de sejour, de conditions de l'agence...). Le modele est
      * un texte libre, courrier-XXXXXXXX.txt : la premiere ligne est
      * l'objet, les suivantes le corps. Champs de fusion, entre & :
      * &NOM& &PRENOM& &ADRESSE& &CP& &VILLE& &PAYS& &NUMPROP&
      * &FINMANDAT& &COMMISSION& &DATE& et &APPARTS&, la ligne qui
      * porte &APPARTS& etant repetee pour chaque appartement actif.
      * Chaque envoi est trace dans le journal des modifications du
      * proprietaire (champ COURRIER, code du modele et objet).
       procedure division.
           display a-plg-titre

           call 'pg-controle-acces' using fonction-maj
               operateur-courant end-call
           if operateur-courant = spaces
               display 'PG-COURRIERS-PROPRIO - acces refuse'
               goback
           end-if

           display s-plg-criteres
           accept s-plg-criteres
           move function upper-case(code-modele) to code-modele
           move function upper-case(ville-critere) to ville-critere
           move function upper-case(agence-critere) to agence-critere

           call 'pg-agence-session' using agence-operateur end-call
           if agence-operateur <> spaces
               move agence-operateur to agence-critere
           end-if

           accept date-jour from date yyyymmdd
           string date-jour(7:2) '/' date-jour(5:2) '/'
               date-jour(1:4) delimited by size into date-jour-edit

           perform charger-modele
           if nb-lignes-modele = 0
               display a-plg-sans-modele
               goback
           end-if

           open input f-proprio
           if fs-proprio <> '00'
               display 'PG-COURRIERS-PROPRIO - ouverture proprio.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-proprio
               move 1 to return-code
               stop run
           end-if
           open input f-appart
           if fs-appart <> '00'
               display 'PG-COURRIERS-PROPRIO - ouverture appart.dat'
                   ' impossible'
               display 'code retour fichier : ' fs-appart
               move 1 to return-code
               stop run
           end-if
           open input f-mandats
           if fs-mandats = '00'
               set mandats-dispo to true
           end-if

           perform selectionner-proprietaires
           display a-plg-selection

           if nb-retenus > 0
               display s-plg-editer
               accept s-plg-editer
               if editer-courriers
                   perform editer-courriers-retenus
                   display a-plg-edites
               end-if
           end-if

           close f-proprio
           close f-appart
           if mandats-dispo
               close f-mandats
           end-if
           goback.

       charger-modele.
           move spaces to nom-modele
           string 'courrier-' function trim(code-modele) '.txt'
               delimited by size into nom-modele
           open input f-modele
           if fs-modele = '00'
               perform until fin-modele
                   read f-modele
                       at end set fin-modele to true
                       not at end
                           if nb-lignes-modele < 60
                               compute nb-lignes-modele =
                                   nb-lignes-modele + 1
                               move modele-rec
                                   to ligne-modele(nb-lignes-modele)
                           end-if
                   end-read
               end-perform
               close f-modele
           end-if.

      * Premier passage : les proprietaires retenus par les criteres
      * sont notes, pour que l'operateur voie leur nombre avant
      * d'editer.
       selectionner-proprietaires.
           read f-proprio next record at end set fin-proprio to true
           end-read
           perform until fin-proprio
               perform controler-criteres
               if proprio-retenu and nb-retenus < 9999
                   compute nb-retenus = nb-retenus + 1
                   move Pnumprop to tr-numprop(nb-retenus)
               end-if
               read f-proprio next record at end
                   set fin-proprio to true
               end-read
               if fs-proprio <> '00' and fs-proprio <> '10'
                   display 'PG-COURRIERS-PROPRIO - lecture'
                       ' proprio.dat impossible'
                   display 'code retour fichier : ' fs-proprio
                   move 1 to return-code
                   stop run
               end-if
           end-perform.

       controler-criteres.
           set proprio-retenu to true
           if agence-critere <> spaces
               and PAgenceProp <> agence-critere
               set proprio-retenu to false
           end-if
           if proprio-retenu
               perform charger-apparts
               if ville-critere <> spaces and not ville-trouvee
                   set proprio-retenu to false
               end-if
               if nb-apparts-min > 0 and nb-apparts < nb-apparts-min
                   set proprio-retenu to false
               end-if
               if nb-apparts-max > 0 and nb-apparts > nb-apparts-max
                   set proprio-retenu to false
               end-if
           end-if
           if proprio-retenu and fin-mandat-avant > 0
               perform lire-mandat
               if not mandat-trouve
                   or MDDateFin >= fin-mandat-avant
                   set proprio-retenu to false
               end-if
           end-if.

      * Appartements actifs du proprietaire courant.
       charger-apparts.
           move 0 to nb-apparts
           set ville-trouvee to false
           set fin-appart to false
           move Pnumprop to Anumprop
           start f-appart key is >= Anumprop
               invalid key set fin-appart to true
           end-start
           perform until fin-appart
               read f-appart next record
                   at end set fin-appart to true
               end-read
               if not fin-appart
                   if Anumprop <> Pnumprop
                       set fin-appart to true
                   else
                       if (AStatut = 'A' or AStatut = ' ')
                           and nb-apparts < 50
                           compute nb-apparts = nb-apparts + 1
                           move Anumappart to tap-numappart(nb-apparts)
                           move AVille to tap-ville(nb-apparts)
                           move Anbpiece to tap-pieces(nb-apparts)
                           if function upper-case(AVille)
                               = ville-critere
                               set ville-trouvee to true
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

       lire-mandat.
           set mandat-trouve to false
           if mandats-dispo
               move Pnumprop to MDnumprop
               read f-mandats key is MDnumprop
                   invalid key continue
                   not invalid key set mandat-trouve to true
               end-read
           end-if.

       editer-courriers-retenus.
           open output f-lettres
           if fs-lettres <> '00'
               display 'PG-COURRIERS-PROPRIO - ouverture'
                   ' courriers-proprietaires.lst impossible'
               display 'code retour fichier : ' fs-lettres
               move 1 to return-code
               stop run
           end-if
           perform varying r from 1 by 1 until r > nb-retenus
               move tr-numprop(r) to Pnumprop
               read f-proprio key is Pnumprop
                   invalid key continue
                   not invalid key perform editer-lettre
               end-read
           end-perform
           close f-lettres.

       editer-lettre.
           perform charger-apparts
           perform lire-mandat
           compute tot-lettres = tot-lettres + 1

           move '========================================'
               to ligne-lettre
           perform ecrire-lettre
           move spaces to ligne-lettre
           perform ecrire-lettre
           move spaces to ligne-tampon
           string function trim(PPrenomProp) ' '
               function trim(PNomProp)
               delimited by size into ligne-tampon
           perform ecrire-adresse
           if PAdresseProp <> spaces
               move PAdresseProp to ligne-tampon
               perform ecrire-adresse
           end-if
           move spaces to ligne-tampon
           string PCodePostalProp ' ' function trim(PVilleProp)
               delimited by size into ligne-tampon
           perform ecrire-adresse
           if PPaysProp <> spaces and PPaysProp <> 'FRANCE'
               move PPaysProp to ligne-tampon
               perform ecrire-adresse
           end-if
           move spaces to ligne-lettre
           perform ecrire-lettre
           move spaces to ligne-tampon
           string 'Le ' date-jour-edit
               delimited by size into ligne-tampon
           perform ecrire-adresse
           move spaces to ligne-lettre
           perform ecrire-lettre

           move ligne-modele(1) to texte-modele
           perform fusionner-ligne
           move ligne-fusion to objet-courrier
           move spaces to ligne-lettre
           string 'Objet : ' objet-courrier
               delimited by size into ligne-lettre
           perform ecrire-lettre
           move spaces to ligne-lettre
           perform ecrire-lettre

           perform varying k from 2 by 1 until k > nb-lignes-modele
               move ligne-modele(k) to texte-modele
               move 0 to nb-balises
               inspect texte-modele tallying nb-balises
                   for all '&APPARTS&'
               if nb-balises > 0
                   perform varying a from 1 by 1 until a > nb-apparts
                       move tap-pieces(a) to pieces-edit
                       move spaces to appart-courant
                       string tap-numappart(a) ' - '
                           function trim(tap-ville(a)) ' - '
                           function trim(pieces-edit) ' pieces'
                           delimited by size into appart-courant
                       perform fusionner-ligne
                       move ligne-fusion to ligne-lettre
                       perform ecrire-lettre
                   end-perform
               else
                   perform fusionner-ligne
                   move ligne-fusion to ligne-lettre
                   perform ecrire-lettre
               end-if
           end-perform

           move Pnumprop to cle-journal
           move code-modele to ancien-journal
           move objet-courrier to nouveau-journal
           call 'pg-journal-maj' using cle-journal-type cle-journal
               champ-journal ancien-journal nouveau-journal
               operateur-courant end-call.

       ecrire-lettre.
           write ligne-lettre
           if fs-lettres <> '00'
               display 'PG-COURRIERS-PROPRIO - ecriture'
                   ' courriers-proprietaires.lst impossible'
               display 'code retour fichier : ' fs-lettres
               move 1 to return-code
               stop run
           end-if.

      * Bloc adresse et date, cales a droite de la lettre.
       ecrire-adresse.
           move spaces to ligne-lettre
           move ligne-tampon to ligne-lettre(46:)
           perform ecrire-lettre.

      * Remplacement des champs &XXX& de texte-modele ; un nom non
      * reconnu est recopie tel quel.
       fusionner-ligne.
           move spaces to ligne-fusion
           move 1 to ptr-fusion
           move 1 to pos
           perform until pos > 80
               set champ-connu to false
               if texte-modele(pos:1) = '&' and pos < 80
                   perform varying fin-champ from pos by 1
                       until fin-champ >= 80
                           or fin-champ > pos + 12
                           or (fin-champ > pos
                               and texte-modele(fin-champ:1) = '&')
                       continue
                   end-perform
                   if texte-modele(fin-champ:1) = '&'
                       and fin-champ > pos + 1
                       and fin-champ <= pos + 12
                       move spaces to nom-champ
                       move texte-modele(pos + 1:fin-champ - pos - 1)
                           to nom-champ
                       perform valeur-du-champ
                   end-if
               end-if
               if champ-connu
                   if valeur-champ <> spaces
                       string function trim(valeur-champ)
                           delimited by size into ligne-fusion
                           with pointer ptr-fusion
                   end-if
                   compute pos = fin-champ + 1
               else
                   string texte-modele(pos:1)
                       delimited by size into ligne-fusion
                       with pointer ptr-fusion
                   compute pos = pos + 1
               end-if
           end-perform.

       valeur-du-champ.
           set champ-connu to true
           move spaces to valeur-champ
           evaluate nom-champ
               when 'NOM'
                   move PNomProp to valeur-champ
               when 'PRENOM'
                   move PPrenomProp to valeur-champ
               when 'ADRESSE'
                   move PAdresseProp to valeur-champ
               when 'CP'
                   move PCodePostalProp to valeur-champ
               when 'VILLE'
                   move PVilleProp to valeur-champ
               when 'PAYS'
                   move PPaysProp to valeur-champ
               when 'NUMPROP'
                   move Pnumprop to valeur-champ
               when 'DATE'
                   move date-jour-edit to valeur-champ
               when 'APPARTS'
                   move appart-courant to valeur-champ
               when 'FINMANDAT'
                   if mandat-trouve
                       string MDDateFin(7:2) '/' MDDateFin(5:2) '/'
                           MDDateFin(1:4)
                           delimited by size into valeur-champ
                   else
                       move 'sans mandat' to valeur-champ
                   end-if
               when 'COMMISSION'
                   if mandat-trouve
                       move MDTauxCommission to taux-edit
                   else
                       move taux-commission to taux-edit
                   end-if
                   string function trim(taux-edit) ' %'
                       delimited by size into valeur-champ
               when other
                   set champ-connu to false
           end-evaluate.

       end program pg-courriers-proprio.
