           record key ELcle
           file status fs-etats.

           select f-releves assign 'releves-compteurs.dat'
           organization indexed
           access dynamic
           record key RCcle
           file status fs-releves.

           select f-cautions assign 'cautions.dat'
           organization indexed
           access dynamic
       fd f-etats.
           copy etat-lieux.

       fd f-releves.
           copy releve-compteur.

       fd f-cautions.
           copy caution.

       1 fs-etats pic xx.
       1 fs-cautions pic xx.
       1 fs-livre pic xx.
       1 fs-releves pic xx.
       1 index-elec pic 9(8).
       1 index-eau pic 9(8).
       1 index-gaz pic 9(8).
       1 compteur-courant pic x.
       1 index-courant pic 9(8).
       1 numresa-saisi pic 9(6).
       1 type-saisi pic x.
       1 v-trouve pic x value 'N'.
           2 line 4 col 3 'Numero de reservation : '.
           2 s-numresa line 4 col 27 pic 9(6) to numresa-saisi
               required.
           2 line 5 col 3 'E)ntree S)ortie M)ois : '.
           2 s-type line 5 col 27 pic x to type-saisi required.
       1 a-plg-nontrouvee.
           2 line 7 col 3 'Aucune reservation avec ce numero.'.
       1 a-plg-type-invalide.
           2 line 7 col 3 'Type invalide : E, S ou M.'.
       1 a-plg-resa.
           2 line 7 col 3 'Appartement : '.
           2 a-numappart line 7 col 17 pic 9999 from Rnumappart.
               from montant-rembourse.
       1 a-plg-sans-caution.
           2 line 14 col 3 'Pas de caution active, pas de retenue.'.
       1 s-plg-compteurs.
           2 line 20 col 3 'Index electricite kWh (0 sans) : '.
           2 s-index-elec line 20 col 37 pic 9(8) from index-elec
               to index-elec.
           2 line 21 col 3 'Index eau m3          (0 sans) : '.
           2 s-index-eau line 21 col 37 pic 9(8) from index-eau
               to index-eau.
           2 line 22 col 3 'Index gaz m3          (0 sans) : '.
           2 s-index-gaz line 22 col 37 pic 9(8) from index-gaz
               to index-gaz.
       1 a-plg-confirm.
           2 line 18 col 3 'Etat des lieux enregistre.'.
       1 a-plg-releve-confirm.
           2 line 18 col 3 'Releve mensuel des compteurs enregistre.'.

       procedure division.
           accept date-jour from date yyyymmdd
           if type-saisi = 's'
               move 'S' to type-saisi
           end-if
           if type-saisi = 'm'
               move 'M' to type-saisi
           end-if
           if type-saisi <> 'E' and type-saisi <> 'S'
               and type-saisi <> 'M'
               display a-plg-type-invalide
               goback
           end-if
           end-if
           display a-plg-resa

      * Releve en cours de sejour : compteurs seuls, sans constat.
           if type-saisi = 'M'
               perform saisir-compteurs
               display a-plg-releve-confirm
               goback
           end-if

           open i-o f-etats
           if fs-etats = '35'
               open output f-etats
               accept s-encore
           end-perform

           perform saisir-compteurs

           if type-saisi = 'S'
               perform regler-caution
           end-if
               end-read
           end-perform.

      * Index des compteurs a l'entree, a la sortie et chaque mois
      * des sejours en cours : base de la refacturation des
      * consommations aux longs sejours (pg-facturation) et du
      * controle des consommations anormales (pg-conso-anormale).
       saisir-compteurs.
           move 0 to index-elec
           move 0 to index-eau
           move 0 to index-gaz
           display s-plg-compteurs
           accept s-plg-compteurs

           open i-o f-releves
           if fs-releves = '35'
               open output f-releves
               close f-releves
               open i-o f-releves
           end-if
           if fs-releves <> '00'
               display 'PG-ETAT-LIEUX - ouverture'
                   ' releves-compteurs.dat impossible'
               display 'code retour fichier : ' fs-releves
               move 1 to return-code
               stop run
           end-if
           if index-elec > 0
               move 'E' to compteur-courant
               move index-elec to index-courant
               perform ecrire-releve
           end-if
           if index-eau > 0
               move 'O' to compteur-courant
               move index-eau to index-courant
               perform ecrire-releve
           end-if
           if index-gaz > 0
               move 'G' to compteur-courant
               move index-gaz to index-courant
               perform ecrire-releve
           end-if
           close f-releves.

       ecrire-releve.
           move numresa-saisi to RCnumresa
           move compteur-courant to RCCompteur
           move date-jour to RCDate
           move Rnumappart to RCnumappart
           move type-saisi to RCType
           move index-courant to RCIndex
           move 'N' to RCFacture
           write releve-compteur
      * Releve ressaisi le meme jour : le dernier index l'emporte.
           if fs-releves = '22'
               rewrite releve-compteur
           end-if
           if fs-releves <> '00'
               display 'PG-ETAT-LIEUX - ecriture'
                   ' releves-compteurs.dat impossible'
               display 'code retour fichier : ' fs-releves
               move 1 to return-code
               stop run
           end-if.

       regler-caution.
           move 0 to total-degats
           set fin-etats to false
