       1 tbl-textes-valeurs.
           2 filler pic x(10) value 'FRDATEDOC '.
           2 filler pic x(60) value
               'du'.
           2 filler pic x(10) value 'ENDATEDOC '.
           2 filler pic x(60) value
               'dated'.
           2 filler pic x(10) value 'DEDATEDOC '.
           2 filler pic x(60) value
               'vom'.
           2 filler pic x(10) value 'ITDATEDOC '.
           2 filler pic x(60) value
               'del'.
           2 filler pic x(10) value 'FRDEPUIS  '.
           2 filler pic x(60) value
               'du'.
           2 filler pic x(10) value 'ENDEPUIS  '.
           2 filler pic x(60) value
               'from'.
           2 filler pic x(10) value 'DEDEPUIS  '.
           2 filler pic x(60) value
               'vom'.
           2 filler pic x(10) value 'ITDEPUIS  '.
           2 filler pic x(60) value
               'dal'.
           2 filler pic x(10) value 'FRJUSQUA  '.
           2 filler pic x(60) value
               'au'.
           2 filler pic x(10) value 'ENJUSQUA  '.
           2 filler pic x(60) value
               'to'.
           2 filler pic x(10) value 'DEJUSQUA  '.
           2 filler pic x(60) value
               'bis'.
           2 filler pic x(10) value 'ITJUSQUA  '.
           2 filler pic x(60) value
               'al'.
           2 filler pic x(10) value 'FRPERS    '.
           2 filler pic x(60) value
               'pers.'.
           2 filler pic x(10) value 'ENPERS    '.
           2 filler pic x(60) value
               'pers.'.
           2 filler pic x(10) value 'DEPERS    '.
           2 filler pic x(60) value
               'Pers.'.
           2 filler pic x(10) value 'ITPERS    '.
           2 filler pic x(60) value
               'pers.'.
           2 filler pic x(10) value 'FRBONJOUR '.
           2 filler pic x(60) value
               'Bonjour'.
           2 filler pic x(10) value 'ENBONJOUR '.
           2 filler pic x(60) value
               'Hello'.
           2 filler pic x(10) value 'DEBONJOUR '.
           2 filler pic x(60) value
               'Guten Tag'.
           2 filler pic x(10) value 'ITBONJOUR '.
           2 filler pic x(60) value
               'Buongiorno'.
           2 filler pic x(10) value 'FRTVA     '.
           2 filler pic x(60) value
               'TVA'.
           2 filler pic x(10) value 'ENTVA     '.
           2 filler pic x(60) value
               'VAT'.
           2 filler pic x(10) value 'DETVA     '.
           2 filler pic x(60) value
               'MwSt.'.
           2 filler pic x(10) value 'ITTVA     '.
           2 filler pic x(60) value
               'IVA'.
           2 filler pic x(10) value 'FRREMISE  '.
           2 filler pic x(60) value
               'Remise'.
           2 filler pic x(10) value 'ENREMISE  '.
           2 filler pic x(60) value
               'Discount'.
           2 filler pic x(10) value 'DEREMISE  '.
           2 filler pic x(60) value
               'Rabatt'.
           2 filler pic x(10) value 'ITREMISE  '.
           2 filler pic x(60) value
               'Sconto'.
           2 filler pic x(10) value 'FRHTDEDUIT'.
           2 filler pic x(60) value
               'HT deduits'.
           2 filler pic x(10) value 'ENHTDEDUIT'.
           2 filler pic x(60) value
               'excl. VAT deducted'.
           2 filler pic x(10) value 'DEHTDEDUIT'.
           2 filler pic x(60) value
               'netto abgezogen'.
           2 filler pic x(10) value 'ITHTDEDUIT'.
           2 filler pic x(60) value
               'IVA escl. dedotti'.
           2 filler pic x(10) value 'FRCFTITRE '.
           2 filler pic x(60) value
               'CONFIRMATION DE RESERVATION No'.
           2 filler pic x(10) value 'ENCFTITRE '.
           2 filler pic x(60) value
               'BOOKING CONFIRMATION No'.
           2 filler pic x(10) value 'DECFTITRE '.
           2 filler pic x(60) value
               'BUCHUNGSBESTAETIGUNG Nr.'.
           2 filler pic x(10) value 'ITCFTITRE '.
           2 filler pic x(60) value
               'CONFERMA DI PRENOTAZIONE N.'.
           2 filler pic x(10) value 'FRCFLOC   '.
           2 filler pic x(60) value
               'Locataire   :'.
           2 filler pic x(10) value 'ENCFLOC   '.
           2 filler pic x(60) value
               'Guest       :'.
           2 filler pic x(10) value 'DECFLOC   '.
           2 filler pic x(60) value
               'Gast        :'.
           2 filler pic x(10) value 'ITCFLOC   '.
           2 filler pic x(60) value
               'Ospite      :'.
           2 filler pic x(10) value 'FRCFAPPART'.
           2 filler pic x(60) value
               'Appartement :'.
           2 filler pic x(10) value 'ENCFAPPART'.
           2 filler pic x(60) value
               'Apartment   :'.
           2 filler pic x(10) value 'DECFAPPART'.
           2 filler pic x(60) value
               'Wohnung     :'.
           2 filler pic x(10) value 'ITCFAPPART'.
           2 filler pic x(60) value
               'Appartamento:'.
           2 filler pic x(10) value 'FRCFPIECES'.
           2 filler pic x(60) value
               'Pieces :'.
           2 filler pic x(10) value 'ENCFPIECES'.
           2 filler pic x(60) value
               'Rooms :'.
           2 filler pic x(10) value 'DECFPIECES'.
           2 filler pic x(60) value
               'Zimmer :'.
           2 filler pic x(10) value 'ITCFPIECES'.
           2 filler pic x(60) value
               'Locali :'.
           2 filler pic x(10) value 'FRCFETAGE '.
           2 filler pic x(60) value
               'Etage :'.
           2 filler pic x(10) value 'ENCFETAGE '.
           2 filler pic x(60) value
               'Floor :'.
           2 filler pic x(10) value 'DECFETAGE '.
           2 filler pic x(60) value
               'Etage :'.
           2 filler pic x(10) value 'ITCFETAGE '.
           2 filler pic x(60) value
               'Piano :'.
           2 filler pic x(10) value 'FRCFCAPA  '.
           2 filler pic x(60) value
               'Capacite :'.
           2 filler pic x(10) value 'ENCFCAPA  '.
           2 filler pic x(60) value
               'Capacity :'.
           2 filler pic x(10) value 'DECFCAPA  '.
           2 filler pic x(60) value
               'Kapazitaet :'.
           2 filler pic x(10) value 'ITCFCAPA  '.
           2 filler pic x(60) value
               'Capienza :'.
           2 filler pic x(10) value 'FRCFVUE   '.
           2 filler pic x(60) value
               'Vue :'.
           2 filler pic x(10) value 'ENCFVUE   '.
           2 filler pic x(60) value
               'View :'.
           2 filler pic x(10) value 'DECFVUE   '.
           2 filler pic x(60) value
               'Aussicht :'.
           2 filler pic x(10) value 'ITCFVUE   '.
           2 filler pic x(60) value
               'Vista :'.
           2 filler pic x(10) value 'FRCFSEJOUR'.
           2 filler pic x(60) value
               'Sejour      :'.
           2 filler pic x(10) value 'ENCFSEJOUR'.
           2 filler pic x(60) value
               'Stay        :'.
           2 filler pic x(10) value 'DECFSEJOUR'.
           2 filler pic x(60) value
               'Aufenthalt  :'.
           2 filler pic x(10) value 'ITCFSEJOUR'.
           2 filler pic x(60) value
               'Soggiorno   :'.
           2 filler pic x(10) value 'FRCFCODE  '.
           2 filler pic x(60) value
               'Code d''acces :'.
           2 filler pic x(10) value 'ENCFCODE  '.
           2 filler pic x(60) value
               'Access code :'.
           2 filler pic x(10) value 'DECFCODE  '.
           2 filler pic x(60) value
               'Zugangscode :'.
           2 filler pic x(10) value 'ITCFCODE  '.
           2 filler pic x(60) value
               'Codice d''accesso :'.
           2 filler pic x(10) value 'FRCFVALIDE'.
           2 filler pic x(60) value
               'valable du'.
           2 filler pic x(10) value 'ENCFVALIDE'.
           2 filler pic x(60) value
               'valid from'.
           2 filler pic x(10) value 'DECFVALIDE'.
           2 filler pic x(60) value
               'gueltig vom'.
           2 filler pic x(10) value 'ITCFVALIDE'.
           2 filler pic x(60) value
               'valido dal'.
           2 filler pic x(10) value 'FRCFPRIX  '.
           2 filler pic x(60) value
               'Prix estime :'.
           2 filler pic x(10) value 'ENCFPRIX  '.
           2 filler pic x(60) value
               'Estimated price :'.
           2 filler pic x(10) value 'DECFPRIX  '.
           2 filler pic x(60) value
               'Geschaetzter Preis :'.
           2 filler pic x(10) value 'ITCFPRIX  '.
           2 filler pic x(60) value
               'Prezzo stimato :'.
           2 filler pic x(10) value 'FRCFREGLER'.
           2 filler pic x(60) value
               'A regler    :'.
           2 filler pic x(10) value 'ENCFREGLER'.
           2 filler pic x(60) value
               'Payable     :'.
           2 filler pic x(10) value 'DECFREGLER'.
           2 filler pic x(60) value
               'Zu zahlen   :'.
           2 filler pic x(10) value 'ITCFREGLER'.
           2 filler pic x(60) value
               'Da pagare   :'.
           2 filler pic x(10) value 'FRCFMREGL '.
           2 filler pic x(60) value
               'A regler :'.
           2 filler pic x(10) value 'ENCFMREGL '.
           2 filler pic x(60) value
               'To pay:'.
           2 filler pic x(10) value 'DECFMREGL '.
           2 filler pic x(60) value
               'Zu zahlen:'.
           2 filler pic x(10) value 'ITCFMREGL '.
           2 filler pic x(60) value
               'Da pagare:'.
           2 filler pic x(10) value 'FRCFAVANT '.
           2 filler pic x(60) value
               'avant le'.
           2 filler pic x(10) value 'ENCFAVANT '.
           2 filler pic x(60) value
               'before'.
           2 filler pic x(10) value 'DECFAVANT '.
           2 filler pic x(60) value
               'bis zum'.
           2 filler pic x(10) value 'ITCFAVANT '.
           2 filler pic x(60) value
               'entro il'.
           2 filler pic x(10) value 'FRCFCOND  '.
           2 filler pic x(60) value
               'Conditions d''annulation (frais en % du TTC) :'.
           2 filler pic x(10) value 'ENCFCOND  '.
           2 filler pic x(60) value
               'Cancellation terms (fee as % of total incl. VAT):'.
           2 filler pic x(10) value 'DECFCOND  '.
           2 filler pic x(60) value
               'Stornobedingungen (Gebuehr in % vom Brutto):'.
           2 filler pic x(10) value 'ITCFCOND  '.
           2 filler pic x(60) value
               'Condizioni di annullamento (penale in % del lordo):'.
           2 filler pic x(10) value 'FRCFAPARTR'.
           2 filler pic x(60) value
               'a partir de'.
           2 filler pic x(10) value 'ENCFAPARTR'.
           2 filler pic x(60) value
               'from'.
           2 filler pic x(10) value 'DECFAPARTR'.
           2 filler pic x(60) value
               'ab'.
           2 filler pic x(10) value 'ITCFAPARTR'.
           2 filler pic x(60) value
               'da'.
           2 filler pic x(10) value 'FRCFPREAVI'.
           2 filler pic x(60) value
               'jours de preavis :'.
           2 filler pic x(10) value 'ENCFPREAVI'.
           2 filler pic x(60) value
               'days notice:'.
           2 filler pic x(10) value 'DECFPREAVI'.
           2 filler pic x(60) value
               'Tagen vorher:'.
           2 filler pic x(10) value 'ITCFPREAVI'.
           2 filler pic x(60) value
               'giorni di preavviso:'.
           2 filler pic x(10) value 'FRCFMSG1  '.
           2 filler pic x(60) value
               ', votre reservation No'.
           2 filler pic x(10) value 'ENCFMSG1  '.
           2 filler pic x(60) value
               ', your booking No'.
           2 filler pic x(10) value 'DECFMSG1  '.
           2 filler pic x(60) value
               ', Ihre Buchung Nr.'.
           2 filler pic x(10) value 'ITCFMSG1  '.
           2 filler pic x(60) value
               ', la sua prenotazione N.'.
           2 filler pic x(10) value 'FRCFMSG2  '.
           2 filler pic x(60) value
               'est confirmee : appartement'.
           2 filler pic x(10) value 'ENCFMSG2  '.
           2 filler pic x(60) value
               'is confirmed: apartment'.
           2 filler pic x(10) value 'DECFMSG2  '.
           2 filler pic x(60) value
               'ist bestaetigt: Wohnung'.
           2 filler pic x(10) value 'ITCFMSG2  '.
           2 filler pic x(60) value
               'e confermata: appartamento'.
           2 filler pic x(10) value 'FRCFMSG3  '.
           2 filler pic x(60) value
               'a'.
           2 filler pic x(10) value 'ENCFMSG3  '.
           2 filler pic x(60) value
               'in'.
           2 filler pic x(10) value 'DECFMSG3  '.
           2 filler pic x(60) value
               'in'.
           2 filler pic x(10) value 'ITCFMSG3  '.
           2 filler pic x(60) value
               'a'.
           2 filler pic x(10) value 'FRFAFACT  '.
           2 filler pic x(60) value
               'FACTURE'.
           2 filler pic x(10) value 'ENFAFACT  '.
           2 filler pic x(60) value
               'INVOICE'.
           2 filler pic x(10) value 'DEFAFACT  '.
           2 filler pic x(60) value
               'RECHNUNG'.
           2 filler pic x(10) value 'ITFAFACT  '.
           2 filler pic x(60) value
               'FATTURA'.
           2 filler pic x(10) value 'FRFAAVOIR '.
           2 filler pic x(60) value
               'AVOIR'.
           2 filler pic x(10) value 'ENFAAVOIR '.
           2 filler pic x(60) value
               'CREDIT NOTE'.
           2 filler pic x(10) value 'DEFAAVOIR '.
           2 filler pic x(60) value
               'GUTSCHRIFT'.
           2 filler pic x(10) value 'ITFAAVOIR '.
           2 filler pic x(60) value
               'NOTA DI CREDITO'.
           2 filler pic x(10) value 'FRFACLIENT'.
           2 filler pic x(60) value
               'Client :'.
           2 filler pic x(10) value 'ENFACLIENT'.
           2 filler pic x(60) value
               'Customer :'.
           2 filler pic x(10) value 'DEFACLIENT'.
           2 filler pic x(60) value
               'Kunde :'.
           2 filler pic x(10) value 'ITFACLIENT'.
           2 filler pic x(60) value
               'Cliente :'.
           2 filler pic x(10) value 'FRFASEJOUR'.
           2 filler pic x(60) value
               'Sejour'.
           2 filler pic x(10) value 'ENFASEJOUR'.
           2 filler pic x(60) value
               'Stay'.
           2 filler pic x(10) value 'DEFASEJOUR'.
           2 filler pic x(60) value
               'Aufenthalt'.
           2 filler pic x(10) value 'ITFASEJOUR'.
           2 filler pic x(60) value
               'Soggiorno'.
           2 filler pic x(10) value 'FRFAAPPART'.
           2 filler pic x(60) value
               'appart'.
           2 filler pic x(10) value 'ENFAAPPART'.
           2 filler pic x(60) value
               'apartment'.
           2 filler pic x(10) value 'DEFAAPPART'.
           2 filler pic x(60) value
               'Wohnung'.
           2 filler pic x(10) value 'ITFAAPPART'.
           2 filler pic x(60) value
               'appartamento'.
           2 filler pic x(10) value 'FRFALOCAT '.
           2 filler pic x(60) value
               'Location -'.
           2 filler pic x(10) value 'ENFALOCAT '.
           2 filler pic x(60) value
               'Rental -'.
           2 filler pic x(10) value 'DEFALOCAT '.
           2 filler pic x(60) value
               'Miete -'.
           2 filler pic x(10) value 'ITFALOCAT '.
           2 filler pic x(60) value
               'Locazione -'.
           2 filler pic x(10) value 'FRFANUITS '.
           2 filler pic x(60) value
               'nuits'.
           2 filler pic x(10) value 'ENFANUITS '.
           2 filler pic x(60) value
               'nights'.
           2 filler pic x(10) value 'DEFANUITS '.
           2 filler pic x(60) value
               'Naechte'.
           2 filler pic x(10) value 'ITFANUITS '.
           2 filler pic x(60) value
               'notti'.
           2 filler pic x(10) value 'FRFAHT    '.
           2 filler pic x(60) value
               'Montant HT       :'.
           2 filler pic x(10) value 'ENFAHT    '.
           2 filler pic x(60) value
               'Net amount       :'.
           2 filler pic x(10) value 'DEFAHT    '.
           2 filler pic x(60) value
               'Nettobetrag      :'.
           2 filler pic x(10) value 'ITFAHT    '.
           2 filler pic x(60) value
               'Imponibile       :'.
           2 filler pic x(10) value 'FRFATVATOT'.
           2 filler pic x(60) value
               'TVA totale       :'.
           2 filler pic x(10) value 'ENFATVATOT'.
           2 filler pic x(60) value
               'Total VAT        :'.
           2 filler pic x(10) value 'DEFATVATOT'.
           2 filler pic x(60) value
               'MwSt. gesamt     :'.
           2 filler pic x(10) value 'ITFATVATOT'.
           2 filler pic x(60) value
               'IVA totale       :'.
           2 filler pic x(10) value 'FRFATAXE  '.
           2 filler pic x(60) value
               'Taxe de sejour   :'.
           2 filler pic x(10) value 'ENFATAXE  '.
           2 filler pic x(60) value
               'Tourist tax      :'.
           2 filler pic x(10) value 'DEFATAXE  '.
           2 filler pic x(60) value
               'Kurtaxe          :'.
           2 filler pic x(10) value 'ITFATAXE  '.
           2 filler pic x(60) value
               'Tassa soggiorno  :'.
           2 filler pic x(10) value 'FRFANET   '.
           2 filler pic x(60) value
               'NET A PAYER TTC  :'.
           2 filler pic x(10) value 'ENFANET   '.
           2 filler pic x(60) value
               'TOTAL DUE        :'.
           2 filler pic x(10) value 'DEFANET   '.
           2 filler pic x(60) value
               'GESAMTBETRAG     :'.
           2 filler pic x(10) value 'ITFANET   '.
           2 filler pic x(60) value
               'TOTALE DA PAGARE :'.
           2 filler pic x(10) value 'FRFAHEBERG'.
           2 filler pic x(60) value
               'Hebergement HT   :'.
           2 filler pic x(10) value 'ENFAHEBERG'.
           2 filler pic x(60) value
               'Accommodation    :'.
           2 filler pic x(10) value 'DEFAHEBERG'.
           2 filler pic x(60) value
               'Unterkunft netto :'.
           2 filler pic x(10) value 'ITFAHEBERG'.
           2 filler pic x(60) value
               'Alloggio         :'.
           2 filler pic x(10) value 'FRFAEXTRA '.
           2 filler pic x(60) value
               'Extra'.
           2 filler pic x(10) value 'ENFAEXTRA '.
           2 filler pic x(60) value
               'Extra'.
           2 filler pic x(10) value 'DEFAEXTRA '.
           2 filler pic x(60) value
               'Extra'.
           2 filler pic x(10) value 'ITFAEXTRA '.
           2 filler pic x(60) value
               'Extra'.
           2 filler pic x(10) value 'FRFACONSO '.
           2 filler pic x(60) value
               'Conso'.
           2 filler pic x(10) value 'ENFACONSO '.
           2 filler pic x(60) value
               'Usage'.
           2 filler pic x(10) value 'DEFACONSO '.
           2 filler pic x(60) value
               'Verbrauch'.
           2 filler pic x(10) value 'ITFACONSO '.
           2 filler pic x(60) value
               'Consumo'.
           2 filler pic x(10) value 'FRFALEG1  '.
           2 filler pic x(60) value
               'Paiement a reception. Pas d''escompte pour'.
           2 filler pic x(10) value 'ENFALEG1  '.
           2 filler pic x(60) value
               'Payment on receipt. No discount for'.
           2 filler pic x(10) value 'DEFALEG1  '.
           2 filler pic x(60) value
               'Zahlbar bei Erhalt. Kein Skonto bei'.
           2 filler pic x(10) value 'ITFALEG1  '.
           2 filler pic x(60) value
               'Pagamento al ricevimento. Nessuno sconto'.
           2 filler pic x(10) value 'FRFALEG2  '.
           2 filler pic x(60) value
               'reglement anticipe. Tout retard entraine des'.
           2 filler pic x(10) value 'ENFALEG2  '.
           2 filler pic x(60) value
               'early payment. Any late payment incurs'.
           2 filler pic x(10) value 'DEFALEG2  '.
           2 filler pic x(60) value
               'vorzeitiger Zahlung. Bei Verzug werden'.
           2 filler pic x(10) value 'ITFALEG2  '.
           2 filler pic x(60) value
               'per pagamento anticipato. Ogni ritardo'.
           2 filler pic x(10) value 'FRFALEG3  '.
           2 filler pic x(60) value
               'penalites au taux legal et une indemnite'.
           2 filler pic x(10) value 'ENFALEG3  '.
           2 filler pic x(60) value
               'penalties at the legal rate and a fixed'.
           2 filler pic x(10) value 'DEFALEG3  '.
           2 filler pic x(60) value
               'Zinsen zum gesetzlichen Satz und eine'.
           2 filler pic x(10) value 'ITFALEG3  '.
           2 filler pic x(60) value
               'comporta interessi al tasso legale e un'.
           2 filler pic x(10) value 'FRFALEG4  '.
           2 filler pic x(60) value
               'forfaitaire de recouvrement de 40 EUR.'.
           2 filler pic x(10) value 'ENFALEG4  '.
           2 filler pic x(60) value
               'recovery charge of EUR 40.'.
           2 filler pic x(10) value 'DEFALEG4  '.
           2 filler pic x(60) value
               'Mahnpauschale von 40 EUR berechnet.'.
           2 filler pic x(10) value 'ITFALEG4  '.
           2 filler pic x(60) value
               'indennizzo forfettario di 40 EUR.'.
           2 filler pic x(10) value 'FRFALEG5  '.
           2 filler pic x(60) value
               'TVA acquittee sur les encaissements.'.
           2 filler pic x(10) value 'ENFALEG5  '.
           2 filler pic x(60) value
               'VAT paid on receipts.'.
           2 filler pic x(10) value 'DEFALEG5  '.
           2 filler pic x(60) value
               'MwSt. nach vereinnahmten Entgelten.'.
           2 filler pic x(10) value 'ITFALEG5  '.
           2 filler pic x(60) value
               'IVA per cassa.'.
           2 filler pic x(10) value 'FRRLTITRE '.
           2 filler pic x(60) value
               'LETTRE DE RELANCE - niveau'.
           2 filler pic x(10) value 'ENRLTITRE '.
           2 filler pic x(60) value
               'PAYMENT REMINDER - level'.
           2 filler pic x(10) value 'DERLTITRE '.
           2 filler pic x(60) value
               'ZAHLUNGSERINNERUNG - Stufe'.
           2 filler pic x(10) value 'ITRLTITRE '.
           2 filler pic x(60) value
               'SOLLECITO DI PAGAMENTO - livello'.
           2 filler pic x(10) value 'FRRLLE    '.
           2 filler pic x(60) value
               'le'.
           2 filler pic x(10) value 'ENRLLE    '.
           2 filler pic x(60) value
               'date'.
           2 filler pic x(10) value 'DERLLE    '.
           2 filler pic x(60) value
               'Datum'.
           2 filler pic x(10) value 'ITRLLE    '.
           2 filler pic x(60) value
               'data'.
           2 filler pic x(10) value 'FRRLA     '.
           2 filler pic x(60) value
               'A :'.
           2 filler pic x(10) value 'ENRLA     '.
           2 filler pic x(60) value
               'To :'.
           2 filler pic x(10) value 'DERLA     '.
           2 filler pic x(60) value
               'An :'.
           2 filler pic x(10) value 'ITRLA     '.
           2 filler pic x(60) value
               'A :'.
           2 filler pic x(10) value 'FRRLOBJET '.
           2 filler pic x(60) value
               'Objet : facture No'.
           2 filler pic x(10) value 'ENRLOBJET '.
           2 filler pic x(60) value
               'Subject: invoice No'.
           2 filler pic x(10) value 'DERLOBJET '.
           2 filler pic x(60) value
               'Betreff: Rechnung Nr.'.
           2 filler pic x(10) value 'ITRLOBJET '.
           2 filler pic x(60) value
               'Oggetto: fattura N.'.
           2 filler pic x(10) value 'FRRLSOLDE '.
           2 filler pic x(60) value
               'Solde impaye :'.
           2 filler pic x(10) value 'ENRLSOLDE '.
           2 filler pic x(60) value
               'Unpaid balance:'.
           2 filler pic x(10) value 'DERLSOLDE '.
           2 filler pic x(60) value
               'Offener Betrag:'.
           2 filler pic x(10) value 'ITRLSOLDE '.
           2 filler pic x(60) value
               'Saldo insoluto:'.
           2 filler pic x(10) value 'FRRLRETARD'.
           2 filler pic x(60) value
               'jours de retard'.
           2 filler pic x(10) value 'ENRLRETARD'.
           2 filler pic x(60) value
               'days overdue'.
           2 filler pic x(10) value 'DERLRETARD'.
           2 filler pic x(60) value
               'Tage Verzug'.
           2 filler pic x(10) value 'ITRLRETARD'.
           2 filler pic x(60) value
               'giorni di ritardo'.
           2 filler pic x(10) value 'FRRLN1L1  '.
           2 filler pic x(60) value
               'Nous vous rappelons que cette facture est'.
           2 filler pic x(10) value 'ENRLN1L1  '.
           2 filler pic x(60) value
               'We would remind you that this invoice is'.
           2 filler pic x(10) value 'DERLN1L1  '.
           2 filler pic x(60) value
               'Wir erinnern Sie daran, dass diese Rechnung'.
           2 filler pic x(10) value 'ITRLN1L1  '.
           2 filler pic x(60) value
               'Le ricordiamo che questa fattura e'.
           2 filler pic x(10) value 'FRRLN1L2  '.
           2 filler pic x(60) value
               'en attente de reglement.'.
           2 filler pic x(10) value 'ENRLN1L2  '.
           2 filler pic x(60) value
               'still awaiting payment.'.
           2 filler pic x(10) value 'DERLN1L2  '.
           2 filler pic x(60) value
               'noch nicht bezahlt ist.'.
           2 filler pic x(10) value 'ITRLN1L2  '.
           2 filler pic x(60) value
               'ancora in attesa di pagamento.'.
           2 filler pic x(10) value 'FRRLN2L1  '.
           2 filler pic x(60) value
               'Malgre notre premier rappel, cette facture'.
           2 filler pic x(10) value 'ENRLN2L1  '.
           2 filler pic x(60) value
               'Despite our first reminder, this invoice'.
           2 filler pic x(10) value 'DERLN2L1  '.
           2 filler pic x(60) value
               'Trotz unserer ersten Erinnerung ist diese'.
           2 filler pic x(10) value 'ITRLN2L1  '.
           2 filler pic x(60) value
               'Nonostante il nostro primo sollecito, la'.
           2 filler pic x(10) value 'FRRLN2L2  '.
           2 filler pic x(60) value
               'reste impayee. Merci de regulariser sous'.
           2 filler pic x(10) value 'ENRLN2L2  '.
           2 filler pic x(60) value
               'remains unpaid. Please settle it within'.
           2 filler pic x(10) value 'DERLN2L2  '.
           2 filler pic x(60) value
               'Rechnung noch offen. Bitte zahlen Sie'.
           2 filler pic x(10) value 'ITRLN2L2  '.
           2 filler pic x(60) value
               'fattura risulta insoluta. La preghiamo di'.
           2 filler pic x(10) value 'FRRLN2L3  '.
           2 filler pic x(60) value
               'huit jours.'.
           2 filler pic x(10) value 'ENRLN2L3  '.
           2 filler pic x(60) value
               'eight days.'.
           2 filler pic x(10) value 'DERLN2L3  '.
           2 filler pic x(60) value
               'innerhalb von acht Tagen.'.
           2 filler pic x(10) value 'ITRLN2L3  '.
           2 filler pic x(60) value
               'saldarla entro otto giorni.'.
           2 filler pic x(10) value 'FRRLN3L1  '.
           2 filler pic x(60) value
               'MISE EN DEMEURE : sans reglement sous huit'.
           2 filler pic x(10) value 'ENRLN3L1  '.
           2 filler pic x(60) value
               'FORMAL NOTICE: failing payment within eight'.
           2 filler pic x(10) value 'DERLN3L1  '.
           2 filler pic x(60) value
               'MAHNUNG: ohne Zahlung innerhalb von acht'.
           2 filler pic x(10) value 'ITRLN3L1  '.
           2 filler pic x(60) value
               'MESSA IN MORA: senza pagamento entro otto'.
           2 filler pic x(10) value 'FRRLN3L2  '.
           2 filler pic x(60) value
               'jours, le dossier sera transmis au'.
           2 filler pic x(10) value 'ENRLN3L2  '.
           2 filler pic x(60) value
               'days, the file will be passed to our'.
           2 filler pic x(10) value 'DERLN3L2  '.
           2 filler pic x(60) value
               'Tagen wird die Akte an unsere'.
           2 filler pic x(10) value 'ITRLN3L2  '.
           2 filler pic x(60) value
               'giorni, la pratica sara trasmessa al'.
           2 filler pic x(10) value 'FRRLN3L3  '.
           2 filler pic x(60) value
               'contentieux.'.
           2 filler pic x(10) value 'ENRLN3L3  '.
           2 filler pic x(60) value
               'debt recovery department.'.
           2 filler pic x(10) value 'DERLN3L3  '.
           2 filler pic x(60) value
               'Rechtsabteilung uebergeben.'.
           2 filler pic x(10) value 'ITRLN3L3  '.
           2 filler pic x(60) value
               'nostro ufficio contenzioso.'.
           2 filler pic x(10) value 'FRRLMSG1  '.
           2 filler pic x(60) value
               ', la facture No'.
           2 filler pic x(10) value 'ENRLMSG1  '.
           2 filler pic x(60) value
               ', invoice No'.
           2 filler pic x(10) value 'DERLMSG1  '.
           2 filler pic x(60) value
               ', Rechnung Nr.'.
           2 filler pic x(10) value 'ITRLMSG1  '.
           2 filler pic x(60) value
               ', la fattura N.'.
           2 filler pic x(10) value 'FRRLMSG2  '.
           2 filler pic x(60) value
               'presente un solde impaye de'.
           2 filler pic x(10) value 'ENRLMSG2  '.
           2 filler pic x(60) value
               'shows an unpaid balance of'.
           2 filler pic x(10) value 'DERLMSG2  '.
           2 filler pic x(60) value
               'hat einen offenen Betrag von'.
           2 filler pic x(10) value 'ITRLMSG2  '.
           2 filler pic x(60) value
               'presenta un saldo insoluto di'.
           2 filler pic x(10) value 'FRIRLTITRE'.
           2 filler pic x(60) value
               'AVIS DE REVISION ANNUELLE DU LOYER'.
           2 filler pic x(10) value 'ENIRLTITRE'.
           2 filler pic x(60) value
               'ANNUAL RENT REVIEW NOTICE'.
           2 filler pic x(10) value 'DEIRLTITRE'.
           2 filler pic x(60) value
               'MITTEILUNG DER JAEHRLICHEN MIETANPASSUNG'.
           2 filler pic x(10) value 'ITIRLTITRE'.
           2 filler pic x(60) value
               'AVVISO DI REVISIONE ANNUALE DEL CANONE'.
           2 filler pic x(10) value 'FRIRLOBJET'.
           2 filler pic x(60) value
               'Objet : reservation No'.
           2 filler pic x(10) value 'ENIRLOBJET'.
           2 filler pic x(60) value
               'Subject: booking No'.
           2 filler pic x(10) value 'DEIRLOBJET'.
           2 filler pic x(60) value
               'Betreff: Buchung Nr.'.
           2 filler pic x(10) value 'ITIRLOBJET'.
           2 filler pic x(60) value
               'Oggetto: prenotazione N.'.
           2 filler pic x(10) value 'FRIRLL1   '.
           2 filler pic x(60) value
               'Conformement a votre contrat, votre loyer mensuel'.
           2 filler pic x(10) value 'ENIRLL1   '.
           2 filler pic x(60) value
               'As provided in your agreement, the monthly rent'.
           2 filler pic x(10) value 'DEIRLL1   '.
           2 filler pic x(60) value
               'Gemaess Ihrem Vertrag wird die Monatsmiete jedes'.
           2 filler pic x(10) value 'ITIRLL1   '.
           2 filler pic x(60) value
               'Come previsto dal contratto, il canone mensile'.
           2 filler pic x(10) value 'FRIRLL2   '.
           2 filler pic x(60) value
               'est revise chaque annee selon l''indice de reference'.
           2 filler pic x(10) value 'ENIRLL2   '.
           2 filler pic x(60) value
               'is reviewed every year in line with the rent'.
           2 filler pic x(10) value 'DEIRLL2   '.
           2 filler pic x(60) value
               'Jahr nach dem Referenzindex der Mieten (IRL)'.
           2 filler pic x(10) value 'ITIRLL2   '.
           2 filler pic x(60) value
               'e rivisto ogni anno in base all''indice di'.
           2 filler pic x(10) value 'FRIRLL3   '.
           2 filler pic x(60) value
               'des loyers (IRL) publie par l''INSEE.'.
           2 filler pic x(10) value 'ENIRLL3   '.
           2 filler pic x(60) value
               'reference index (IRL) published by INSEE.'.
           2 filler pic x(10) value 'DEIRLL3   '.
           2 filler pic x(60) value
               'angepasst, veroeffentlicht vom INSEE.'.
           2 filler pic x(10) value 'ITIRLL3   '.
           2 filler pic x(60) value
               'riferimento degli affitti (IRL) dell''INSEE.'.
           2 filler pic x(10) value 'FRIRLINDIC'.
           2 filler pic x(60) value
               'Indice IRL ancien / nouveau :'.
           2 filler pic x(10) value 'ENIRLINDIC'.
           2 filler pic x(60) value
               'IRL index old / new:'.
           2 filler pic x(10) value 'DEIRLINDIC'.
           2 filler pic x(60) value
               'IRL-Index alt / neu:'.
           2 filler pic x(10) value 'ITIRLINDIC'.
           2 filler pic x(60) value
               'Indice IRL precedente / nuovo:'.
           2 filler pic x(10) value 'FRIRLANC  '.
           2 filler pic x(60) value
               'Loyer mensuel actuel :'.
           2 filler pic x(10) value 'ENIRLANC  '.
           2 filler pic x(60) value
               'Current monthly rent:'.
           2 filler pic x(10) value 'DEIRLANC  '.
           2 filler pic x(60) value
               'Bisherige Monatsmiete:'.
           2 filler pic x(10) value 'ITIRLANC  '.
           2 filler pic x(60) value
               'Canone mensile attuale:'.
           2 filler pic x(10) value 'FRIRLNOUV '.
           2 filler pic x(60) value
               'Nouveau loyer mensuel :'.
           2 filler pic x(10) value 'ENIRLNOUV '.
           2 filler pic x(60) value
               'New monthly rent:'.
           2 filler pic x(10) value 'DEIRLNOUV '.
           2 filler pic x(60) value
               'Neue Monatsmiete:'.
           2 filler pic x(10) value 'ITIRLNOUV '.
           2 filler pic x(60) value
               'Nuovo canone mensile:'.
           2 filler pic x(10) value 'FRIRLEFFET'.
           2 filler pic x(60) value
               'applicable a compter du'.
           2 filler pic x(10) value 'ENIRLEFFET'.
           2 filler pic x(60) value
               'effective from'.
           2 filler pic x(10) value 'DEIRLEFFET'.
           2 filler pic x(60) value
               'gueltig ab'.
           2 filler pic x(10) value 'ITIRLEFFET'.
           2 filler pic x(60) value
               'applicabile dal'.
       1 tbl-textes redefines tbl-textes-valeurs.
           2 tx-poste occurs 288 times.
               3 tx-langue pic xx.
               3 tx-code pic x(8).
               3 tx-texte pic x(60).
       1 nb-textes pic 9(3) value 288.
