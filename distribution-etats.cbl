       program-id. pg-distribution-etats.

       file-control.
           select f-catalogue assign 'archives/catalogue.dat'
           organization line sequential
           file status fs-catalogue.

           select f-distribution assign 'distribution.dat'
           organization indexed
           access dynamic
           record key DIcle
           file status fs-distribution.

           select f-proprio assign 'proprio.dat'
           organization indexed
           access random
           record key Pnumprop
           alternate key PCleDup with duplicates
           file status fs-proprio.

           select f-livraisons assign 'livraisons.dat'
           organization line sequential
           file status fs-livraisons.

           select f-source assign nom-source
           organization line sequential
           file status fs-source.

           select f-cible assign nom-cible
           organization line sequential
           file status fs-cible.

           select f-impression assign 'distribution-etats.lst'
           organization line sequential
           file status fs-impression.

       data division.

       file section.
       fd f-catalogue.
       1 catalogue-rec.
           2 ARdate pic 9(8).
           2 filler pic x.
           2 ARheure pic 9(6).
           2 filler pic x.
           2 ARnom pic x(30).
           2 filler pic x.
           2 ARfichier pic x(50).

       fd f-distribution.
           copy distribution.

       fd f-proprio.
           copy proprio.

       fd f-livraisons.
           copy livraison.

       fd f-source.
       1 source-ligne pic x(250).

       fd f-cible.
       1 cible-ligne pic x(250).

       fd f-impression.
       1 ligne-impr pic x(132).

       working-storage section.
       1 fs-catalogue pic xx.
       1 fs-distribution pic xx.
       1 fs-proprio pic xx.
       1 fs-livraisons pic xx.
       1 fs-source pic xx.
       1 fs-cible pic xx.
       1 fs-impression pic xx.
       1 date-jour pic 9(8).
       1 heure-jour pic 9(8).
       1 date-limite pic 9(8).
       1 horodate-cat pic 9(14).
       1 horodate-max pic 9(14) value 0.
       1 v-fin-fichier pic x value 'N'.
           88 fin-fichier value 'O' false 'N'.
       1 v-fin-entrees pic x value 'N'.
           88 fin-entrees value 'O' false 'N'.
       1 v-distribution-dispo pic x value 'N'.
           88 distribution-dispo value 'O' false 'N'.
       1 v-proprio-dispo pic x value 'N'.
           88 proprio-dispo value 'O' false 'N'.
       1 v-destinataire pic x.
           88 etat-distribue value 'O' false 'N'.
       1 v-section pic x.
           88 dans-entete value 'E'.
           88 section-retenue value 'O'.
           88 section-ecartee value 'N'.
      * Etats de la derniere archive de la chaine.
       1 nb-etats pic 999 value 0.
       1 tbl-etats occurs 300 times.
           2 te-nom pic x(30).
           2 te-fichier pic x(50).
           2 te-remis pic x.
       1 ex pic 999.
      * Agences rencontrees dans un etat decoupe.
       1 nb-agences pic 99.
       1 tbl-agences occurs 60 times.
           2 ta-agence pic x(8).
       1 ax pic 99.
       1 v-agence pic x.
           88 agence-connue value 'O' false 'N'.
       1 agence-section pic x(8).
       1 agence-traitee pic x(8).
       1 lg-marque pic 99.
       1 numprop-texte pic x(4).
       1 nom-source pic x(80).
       1 nom-cible pic x(80).
       1 repertoire-mode pic x(20).
       1 repertoire-dest pic x(40).
       1 dest-depot pic x(8).
       1 details-fichier.
           2 df-taille pic 9(18) binary.
           2 df-date-heure pic x(8).
       1 tot-etats pic 9(4) value 0.
       1 tot-remises pic 9(5) value 0.
       1 tot-sans-dest pic 9(4) value 0.
       1 tot-non-retires pic 9(5) value 0.
       1 tot-lignes pic 9(7).

      * Remise des etats de la nuit selon la table distribution.dat
      * (pg-maj-distribution). Les etats sont pris dans la derniere
      * archive notee au catalogue archives/catalogue.dat et deposes
      * sous impression/, courriel/ ou partage/, un sous-repertoire
      * par destinataire, nom = date-etat. Un etat decoupe ne donne a
      * chaque agence que l'entete et les sections de ses
      * proprietaires (PAgenceProp, SIEGE si vide). Chaque depot est
      * note dans livraisons.dat ; un depot des 7 derniers jours
      * encore present (non retire par l'imprimante, la messagerie ou
      * l'agence) est signale, comme les etats sans destinataire.
       procedure division.
           accept date-jour from date yyyymmdd
           accept heure-jour from time
           compute date-limite = function date-of-integer(
               function integer-of-date(date-jour) - 7)

           open input f-catalogue
           if fs-catalogue = '35'
               display 'PG-DISTRIBUTION-ETATS - pas de catalogue'
                   ' des archives, rien a distribuer'
               stop run
           end-if
           if fs-catalogue <> '00'
               display 'PG-DISTRIBUTION-ETATS - ouverture'
                   ' archives/catalogue.dat impossible'
               display 'code retour fichier : ' fs-catalogue
               move 1 to return-code
               stop run
           end-if
           perform until fin-fichier
               read f-catalogue
                   at end set fin-fichier to true
                   not at end perform retenir-archive
               end-read
           end-perform
           close f-catalogue

           open input f-distribution
           if fs-distribution = '00'
               set distribution-dispo to true
           end-if
           open input f-proprio
           if fs-proprio = '00'
               set proprio-dispo to true
           end-if

           open output f-impression
           if fs-impression <> '00'
               display 'PG-DISTRIBUTION-ETATS - ouverture'
                   ' distribution-etats.lst impossible'
               display 'code retour fichier : ' fs-impression
               move 1 to return-code
               stop run
           end-if
           move spaces to ligne-impr
           string 'DISTRIBUTION DES ETATS DU ' date-jour
               delimited by size into ligne-impr
           write ligne-impr
           move spaces to ligne-impr
           write ligne-impr
           move 'ETATS REMIS' to ligne-impr
           write ligne-impr

           open extend f-livraisons
           if fs-livraisons = '35'
               open output f-livraisons
           end-if
           if fs-livraisons <> '00'
               display 'PG-DISTRIBUTION-ETATS - ouverture'
                   ' livraisons.dat impossible'
               display 'code retour fichier : ' fs-livraisons
               move 1 to return-code
               stop run
           end-if
           perform varying ex from 1 by 1 until ex > nb-etats
               perform distribuer-etat
           end-perform
           close f-livraisons

           move spaces to ligne-impr
           write ligne-impr
           move 'ETATS SANS DESTINATAIRE (a ajouter a la table)'
               to ligne-impr
           write ligne-impr
           perform varying ex from 1 by 1 until ex > nb-etats
               if te-remis(ex) = 'N'
                   move spaces to ligne-impr
                   move te-nom(ex) to ligne-impr(3:30)
                   write ligne-impr
               end-if
           end-perform

           move spaces to ligne-impr
           write ligne-impr
           move 'ETATS NON RETIRES (depots anterieurs encore presents)'
               to ligne-impr
           write ligne-impr
           perform controler-retraits

           if distribution-dispo
               close f-distribution
           end-if
           if proprio-dispo
               close f-proprio
           end-if
           close f-impression

           display 'PG-DISTRIBUTION-ETATS - TOTAUX DE CONTROLE'
           display 'etats traites        : ' tot-etats
           display 'remises effectuees   : ' tot-remises
           display 'etats sans dest.     : ' tot-sans-dest
           display 'depots non retires   : ' tot-non-retires
           stop run.

      * Seule la derniere archive (meme date et heure) est retenue :
      * c'est celle de la chaine qui vient de tourner.
       retenir-archive.
           compute horodate-cat = ARdate * 1000000 + ARheure
           if horodate-cat > horodate-max
               move horodate-cat to horodate-max
               move 0 to nb-etats
           end-if
           if horodate-cat = horodate-max and nb-etats < 300
               compute nb-etats = nb-etats + 1
               move ARnom to te-nom(nb-etats)
               move ARfichier to te-fichier(nb-etats)
           end-if.

       distribuer-etat.
           compute tot-etats = tot-etats + 1
           set etat-distribue to false
           move spaces to nom-source
           string 'archives/' delimited by size
               te-fichier(ex) delimited by space
               into nom-source
           if distribution-dispo
               move te-nom(ex) to DIEtat
               move low-values to DITypeDest
               move low-values to DIDestinataire
               set fin-entrees to false
               start f-distribution key >= DIcle
                   invalid key set fin-entrees to true
               end-start
               perform until fin-entrees
                   read f-distribution next record
                       at end set fin-entrees to true
                       not at end
                           if DIEtat <> te-nom(ex)
                               set fin-entrees to true
                           else
                               set etat-distribue to true
                               if DIDecoupage = 'O'
                                   perform remettre-decoupe
                               else
                                   move DIDestinataire to dest-depot
                                   perform deposer-etat
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           move v-destinataire to te-remis(ex)
           if not etat-distribue
               compute tot-sans-dest = tot-sans-dest + 1
           end-if.

       preparer-depot.
           evaluate DIMode
               when 'I' move 'impression' to repertoire-mode
               when 'C' move 'courriel' to repertoire-mode
               when other move 'partage' to repertoire-mode
           end-evaluate
           move spaces to repertoire-dest
           string repertoire-mode delimited by space
               '/' dest-depot delimited by space
               into repertoire-dest
           call 'CBL_CREATE_DIR' using repertoire-mode end-call
           call 'CBL_CREATE_DIR' using repertoire-dest end-call
           move spaces to nom-cible
           string repertoire-dest delimited by space
               '/' date-jour '-' te-nom(ex) delimited by space
               into nom-cible.

       deposer-etat.
           perform preparer-depot
           call 'CBL_COPY_FILE' using nom-source nom-cible end-call
           if return-code = 0
               perform noter-livraison
           else
               move 0 to return-code
               move spaces to ligne-impr
               string '  ' te-nom(ex) ' copie impossible vers '
                   nom-cible delimited by size into ligne-impr
               write ligne-impr
           end-if.

      * Premier passage : agences presentes dans l'etat ; puis un
      * passage par agence retenue, qui n'ecrit que l'entete et les
      * sections de cette agence.
       remettre-decoupe.
           move 0 to lg-marque
           inspect function reverse(DIMarque)
               tallying lg-marque for leading spaces
           compute lg-marque = 30 - lg-marque
           move 0 to nb-agences
           open input f-source
           if fs-source <> '00'
               move spaces to ligne-impr
               string '  ' te-nom(ex) ' archive illisible : '
                   nom-source delimited by size into ligne-impr
               write ligne-impr
           else
               set fin-fichier to false
               perform until fin-fichier
                   read f-source
                       at end set fin-fichier to true
                       not at end
                           if source-ligne(1:lg-marque)
                               = DIMarque(1:lg-marque)
                               perform agence-de-section
                               perform noter-agence
                           end-if
                   end-read
               end-perform
               close f-source
               perform varying ax from 1 by 1 until ax > nb-agences
                   if DIDestinataire = '*'
                       or DIDestinataire = ta-agence(ax)
                       move ta-agence(ax) to agence-traitee
                       perform ecrire-part-agence
                   end-if
               end-perform
           end-if.

       agence-de-section.
           move 'SIEGE' to agence-section
           if DIColonne > 0 and DIColonne < 247
               move source-ligne(DIColonne:4) to numprop-texte
               if numprop-texte is numeric and proprio-dispo
                   move numprop-texte to Pnumprop
                   read f-proprio key is Pnumprop
                       invalid key continue
                       not invalid key
                           if PAgenceProp <> spaces
                               move PAgenceProp to agence-section
                           end-if
                   end-read
               end-if
           end-if.

       noter-agence.
           set agence-connue to false
           perform varying ax from 1 by 1
               until ax > nb-agences or agence-connue
               if ta-agence(ax) = agence-section
                   set agence-connue to true
               end-if
           end-perform
           if not agence-connue and nb-agences < 60
               compute nb-agences = nb-agences + 1
               move agence-section to ta-agence(nb-agences)
           end-if.

       ecrire-part-agence.
           move agence-traitee to dest-depot
           perform preparer-depot
           open output f-cible
           if fs-cible <> '00'
               move spaces to ligne-impr
               string '  ' te-nom(ex) ' ecriture impossible : '
                   nom-cible delimited by size into ligne-impr
               write ligne-impr
           else
               open input f-source
               set dans-entete to true
               move 0 to tot-lignes
               set fin-fichier to false
               perform until fin-fichier
                   read f-source
                       at end set fin-fichier to true
                       not at end
                           if source-ligne(1:lg-marque)
                               = DIMarque(1:lg-marque)
                               perform agence-de-section
                               if agence-section = agence-traitee
                                   set section-retenue to true
                               else
                                   set section-ecartee to true
                               end-if
                           end-if
                           if not section-ecartee
                               move source-ligne to cible-ligne
                               write cible-ligne
                               compute tot-lignes = tot-lignes + 1
                           end-if
                   end-read
               end-perform
               close f-source
               close f-cible
               perform noter-livraison
           end-if.

       noter-livraison.
           compute tot-remises = tot-remises + 1
           move spaces to livraison
           move date-jour to LVDate
           move heure-jour(1:6) to LVHeure
           move te-nom(ex) to LVEtat
           move DITypeDest to LVTypeDest
           move dest-depot to LVDestinataire
           move DIMode to LVMode
           move nom-cible to LVFichier
           write livraison
           move spaces to ligne-impr
           move te-nom(ex) to ligne-impr(3:30)
           move DITypeDest to ligne-impr(34:1)
           move dest-depot to ligne-impr(36:8)
           move DIMode to ligne-impr(45:1)
           move nom-cible to ligne-impr(47:80)
           write ligne-impr.

      * Un depot encore present a la nuit suivante n'a pas ete pris
      * (la file d'impression, la messagerie et le poste d'agence
      * retirent les fichiers qu'ils ont traites).
       controler-retraits.
           open input f-livraisons
           if fs-livraisons = '00'
               set fin-fichier to false
               perform until fin-fichier
                   read f-livraisons
                       at end set fin-fichier to true
                       not at end
                           if LVDate < date-jour
                               and LVDate >= date-limite
                               perform controler-depot
                           end-if
                   end-read
               end-perform
               close f-livraisons
           end-if.

       controler-depot.
           call 'CBL_CHECK_FILE_EXIST' using LVFichier details-fichier
           end-call
           if return-code = 0
               compute tot-non-retires = tot-non-retires + 1
               move spaces to ligne-impr
               move LVDate to ligne-impr(3:8)
               move LVEtat to ligne-impr(12:30)
               move LVTypeDest to ligne-impr(43:1)
               move LVDestinataire to ligne-impr(45:8)
               move LVMode to ligne-impr(54:1)
               move LVFichier to ligne-impr(56:77)
               write ligne-impr
           end-if
           move 0 to return-code.

       end program pg-distribution-etats.
