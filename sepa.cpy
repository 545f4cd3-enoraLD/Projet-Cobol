        *>Cette méthode prépare le paiement par virement SEPA des
        *>factures fournisseurs échues à une date de paiement : la
        *>proposition reprend le reste à payer de chaque facture,
        *>diminué des avoirs reçus qui lui sont imputés ; le gérant
        *>retire les lignes qu'il ne veut pas payer, puis la
        *>validation écrit le fichier de virements pour la banque
        *>et solde les factures payées
        PROPOSER_VIREMENTS_SEPA.
                ACCEPT vsDateJour FROM DATE YYYYMMDD
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Date de paiement (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    ELSE
                        PERFORM CONVERTIR_DATE_TRI
                        IF dateTri < vsDateJour THEN
                            DISPLAY "La date de paiement ne peut ",
                                "pas etre passee"
                            MOVE 0 TO dateValide
                        END-IF
                    END-IF
                END-PERFORM
                MOVE dateTri TO vsDatePaiement
                PERFORM CONSTRUIRE_PROPOSITION_SEPA
                IF vsNbLignes = 0 THEN
                    DISPLAY "Aucune facture echue a cette date"
                ELSE
                    MOVE 0 TO vsChoix
                    PERFORM WITH TEST AFTER UNTIL vsChoix = 0
                        PERFORM AFFICHER_PROPOSITION_SEPA
                        DISPLAY "Ligne a retirer ou a reprendre ",
                            "(0 pour terminer) ?"
                        ACCEPT vsChoix
                        IF vsChoix > 0 THEN
                            PERFORM BASCULER_LIGNE_SEPA
                        END-IF
                    END-PERFORM
                    IF vsNbRetenues = 0 THEN
                        DISPLAY "Aucun virement a emettre"
                    ELSE
                        DISPLAY "Valider la proposition et generer ",
                            "le fichier de virements (1=oui, 2=non) ?"
                        ACCEPT vsReponse
                        IF vsReponse = 1 THEN
                            PERFORM GENERER_FICHIER_SEPA
                            PERFORM SOLDER_FACTURES_VIREMENT
                            DISPLAY vsNbRetenues, " virement(s) ",
                                "dans ", nomRapport,
                                " : a deposer sur le site de la banque"
                        ELSE
                            DISPLAY "Proposition abandonnee"
                        END-IF
                    END-IF
                END-IF.

        *>Charge dans la table les factures non soldées échues à la
        *>date de paiement, avec les coordonnées bancaires de leur
        *>fournisseur, puis impute les avoirs reçus
        CONSTRUIRE_PROPOSITION_SEPA.
                MOVE 0 TO vsNbLignes
                OPEN INPUT ffacturesF
                OPEN INPUT ffournisseurs
                MOVE 1 TO vsFin
                PERFORM WITH TEST AFTER UNTIL vsFin = 0
                    READ ffacturesF NEXT
                    AT END MOVE 0 TO vsFin
                    NOT AT END
                        IF ff_ligne = 0 AND ff_statut < 2 AND
                           ff_dateEcheance NOT > vsDatePaiement THEN
                            PERFORM AJOUTER_LIGNE_PROPOSITION
                        END-IF
                END-PERFORM
                CLOSE ffournisseurs
                CLOSE ffacturesF
                PERFORM IMPUTER_AVOIRS_PROPOSITION
                *>Une ligne sans IBAN ou sans rien à payer une fois
                *>les avoirs déduits ne peut pas partir en virement
                PERFORM VARYING idxVs FROM 1 BY 1
                        UNTIL idxVs > vsNbLignes
                    COMPUTE vp_net(idxVs) =
                        vp_reste(idxVs) - vp_avoir(idxVs)
                    IF vp_iban(idxVs) = SPACES THEN
                        MOVE 2 TO vp_retenue(idxVs)
                        DISPLAY "Facture ", vp_facture(idxVs),
                            " ecartee : pas d'IBAN pour le ",
                            "fournisseur ", vp_fournisseur(idxVs)
                    END-IF
                    IF vp_net(idxVs) NOT > 0 THEN
                        MOVE 2 TO vp_retenue(idxVs)
                        DISPLAY "Facture ", vp_facture(idxVs),
                            " ecartee : couverte par ses avoirs"
                    END-IF
                END-PERFORM
                PERFORM TOTALISER_PROPOSITION_SEPA.

        *>Ajoute la facture courante à la proposition (les fichiers
        *>des factures et des fournisseurs sont ouverts)
        AJOUTER_LIGNE_PROPOSITION.
                IF vsNbLignes < 200 THEN
                    ADD 1 TO vsNbLignes
                    MOVE ff_numero TO vp_facture(vsNbLignes)
                    MOVE ff_fournisseur TO vp_fournisseur(vsNbLignes)
                    MOVE ff_dateEcheance TO vp_echeance(vsNbLignes)
                    COMPUTE vp_reste(vsNbLignes) =
                        ff_montantTotal - ff_montantPaye
                    MOVE 0 TO vp_avoir(vsNbLignes)
                    MOVE 1 TO vp_retenue(vsNbLignes)
                    MOVE SPACES TO vp_nom(vsNbLignes)
                    MOVE SPACES TO vp_iban(vsNbLignes)
                    MOVE SPACES TO vp_bic(vsNbLignes)
                    MOVE ff_fournisseur TO fs_code
                    READ ffournisseurs
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE fs_nom TO vp_nom(vsNbLignes)
                            MOVE fs_iban TO vp_iban(vsNbLignes)
                            MOVE fs_bic TO vp_bic(vsNbLignes)
                    END-READ
                ELSE
                    DISPLAY "ATTENTION : plus de 200 factures ",
                        "echues, proposition partielle"
                    MOVE 0 TO vsFin
                END-IF.

        *>Déduit de chaque ligne les avoirs reçus imputés sur sa
        *>facture
        IMPUTER_AVOIRS_PROPOSITION.
                OPEN INPUT fretoursF
                MOVE 1 TO vsFin
                PERFORM WITH TEST AFTER UNTIL vsFin = 0
                    READ fretoursF NEXT
                    AT END MOVE 0 TO vsFin
                    NOT AT END
                        IF rf_ligne = 0 AND rf_statut = 1 AND
                           rf_factureImputee > 0 THEN
                            PERFORM VARYING idxVs FROM 1 BY 1
                                    UNTIL idxVs > vsNbLignes
                                IF vp_facture(idxVs) =
                                   rf_factureImputee THEN
                                    ADD rf_avoirRecu
                                        TO vp_avoir(idxVs)
                                END-IF
                            END-PERFORM
                        END-IF
                END-PERFORM
                CLOSE fretoursF.

        *>Recalcule le nombre et le total des virements retenus
        TOTALISER_PROPOSITION_SEPA.
                MOVE 0 TO vsNbRetenues
                MOVE 0 TO vsTotal
                PERFORM VARYING idxVs FROM 1 BY 1
                        UNTIL idxVs > vsNbLignes
                    IF vp_retenue(idxVs) = 1 THEN
                        ADD 1 TO vsNbRetenues
                        ADD vp_net(idxVs) TO vsTotal
                    END-IF
                END-PERFORM.

        *>Affiche la proposition : lignes retenues et retirées
        AFFICHER_PROPOSITION_SEPA.
                DISPLAY "======= PROPOSITION DE VIREMENTS ======="
                PERFORM VARYING idxVs FROM 1 BY 1
                        UNTIL idxVs > vsNbLignes
                    IF vp_retenue(idxVs) < 2 THEN
                        MOVE vp_net(idxVs) TO montantEditeSigne
                        DISPLAY "(", idxVs, ") Facture ",
                            vp_facture(idxVs), " ",
                            vp_nom(idxVs), " ech. ",
                            vp_echeance(idxVs), " : ",
                            montantEditeSigne, " EUR"
                        IF vp_avoir(idxVs) > 0 THEN
                            MOVE vp_avoir(idxVs) TO montantEdite
                            DISPLAY "      avoirs deduits : ",
                                montantEdite, " EUR"
                        END-IF
                        IF vp_retenue(idxVs) = 0 THEN
                            DISPLAY "      RETIREE"
                        END-IF
                    END-IF
                END-PERFORM
                MOVE vsTotal TO montantEdite
                DISPLAY vsNbRetenues, " virement(s) pour ",
                    montantEdite, " EUR le ", vsDatePaiement
                DISPLAY "========================================".

        *>Retire de la proposition la ligne vsChoix, ou la reprend
        *>si elle était retirée
        BASCULER_LIGNE_SEPA.
                IF vsChoix > vsNbLignes THEN
                    DISPLAY "Ligne inconnue"
                ELSE
                    EVALUATE vp_retenue(vsChoix)
                        WHEN 1
                            MOVE 0 TO vp_retenue(vsChoix)
                        WHEN 0
                            MOVE 1 TO vp_retenue(vsChoix)
                        WHEN OTHER
                            DISPLAY "Cette facture ne peut pas ",
                                "etre payee par virement"
                    END-EVALUATE
                    PERFORM TOTALISER_PROPOSITION_SEPA
                END-IF.

        *>Ecrit le fichier de virements SEPA (ordre de virement
        *>pain.001.001.03) des lignes retenues, une balise par
        *>ligne, dans SEPAnnnnnnnn.xml
        GENERER_FICHIER_SEPA.
                MOVE "SEPA" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO vsNumRemise
                MOVE SPACES TO nomRapport
                STRING "SEPA" DELIMITED BY SIZE
                    vsNumRemise DELIMITED BY SIZE
                    ".xml" DELIMITED BY SIZE
                    INTO nomRapport
                END-STRING
                MOVE SPACES TO vsMessageId
                STRING "BC-" DELIMITED BY SIZE
                    vsDateJour DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    vsNumRemise DELIMITED BY SIZE
                    INTO vsMessageId
                END-STRING
                ACCEPT vsHeure FROM TIME
                MOVE vsDateJour TO vsDateDecoupee
                PERFORM PREPARER_DATE_ISO
                MOVE 0 TO vsNbEspaces
                MOVE vsNbRetenues TO vsNbTxEdite
                INSPECT vsNbTxEdite TALLYING vsNbEspaces
                    FOR LEADING SPACES
                MOVE vsNbTxEdite(vsNbEspaces + 1:) TO vsNbTxTexte
                MOVE vsTotal TO vsMontant
                PERFORM FORMATER_MONTANT_SEPA
                OPEN OUTPUT frapport

                MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<Document xmlns=""urn:iso:std:iso:20022:"
                    DELIMITED BY SIZE
                    "tech:xsd:pain.001.001.03"">" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "<CstmrCdtTrfInitn>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "<GrpHdr>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<MsgId>" DELIMITED BY SIZE
                    vsMessageId DELIMITED BY SPACE
                    "</MsgId>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<CreDtTm>" DELIMITED BY SIZE
                    vsDateIso DELIMITED BY SIZE
                    "T" DELIMITED BY SIZE
                    vsHeure(1:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    vsHeure(3:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    vsHeure(5:2) DELIMITED BY SIZE
                    "</CreDtTm>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                PERFORM ECRIRE_TOTAUX_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<InitgPty><Nm>" DELIMITED BY SIZE
                    vsNomBoutique DELIMITED BY "  "
                    "</Nm></InitgPty>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "</GrpHdr>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA

                *>Un seul lot, débité du compte de la boutique à la
                *>date de paiement
                MOVE "<PmtInf>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<PmtInfId>" DELIMITED BY SIZE
                    vsMessageId DELIMITED BY SPACE
                    "</PmtInfId>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "<PmtMtd>TRF</PmtMtd>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                PERFORM ECRIRE_TOTAUX_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<PmtTpInf><SvcLvl><Cd>SEPA</Cd>"
                    DELIMITED BY SIZE
                    "</SvcLvl></PmtTpInf>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE vsDatePaiement TO vsDateDecoupee
                PERFORM PREPARER_DATE_ISO
                MOVE SPACES TO tamp_frapport
                STRING "<ReqdExctnDt>" DELIMITED BY SIZE
                    vsDateIso DELIMITED BY SIZE
                    "</ReqdExctnDt>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<Dbtr><Nm>" DELIMITED BY SIZE
                    vsNomBoutique DELIMITED BY "  "
                    "</Nm></Dbtr>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                    vsIbanBoutique DELIMITED BY SPACE
                    "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<DbtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                    vsBicBoutique DELIMITED BY SPACE
                    "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "<ChrgBr>SLEV</ChrgBr>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                PERFORM VARYING idxVs FROM 1 BY 1
                        UNTIL idxVs > vsNbLignes
                    IF vp_retenue(idxVs) = 1 THEN
                        PERFORM ECRIRE_VIREMENT_SEPA
                    END-IF
                END-PERFORM
                MOVE "</PmtInf>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "</CstmrCdtTrfInitn>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "</Document>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                CLOSE frapport.

        *>Nombre de virements et total du fichier, repris dans
        *>l'entête du message et dans celle du lot (vsMontantTexte
        *>porte le total)
        ECRIRE_TOTAUX_SEPA.
                MOVE SPACES TO tamp_frapport
                STRING "<NbOfTxs>" DELIMITED BY SIZE
                    vsNbTxTexte DELIMITED BY SPACE
                    "</NbOfTxs>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<CtrlSum>" DELIMITED BY SIZE
                    vsMontantTexte DELIMITED BY SPACE
                    "</CtrlSum>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA.

        *>Ecrit le virement de la ligne idxVs ; sa référence de
        *>bout en bout est celle attendue sur le relevé bancaire
        ECRIRE_VIREMENT_SEPA.
                MOVE SPACES TO vsReference
                STRING "FACT" DELIMITED BY SIZE
                    vp_facture(idxVs) DELIMITED BY SIZE
                    INTO vsReference
                END-STRING
                MOVE vp_net(idxVs) TO vsMontant
                PERFORM FORMATER_MONTANT_SEPA
                MOVE "<CdtTrfTxInf>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<PmtId><EndToEndId>" DELIMITED BY SIZE
                    vsReference DELIMITED BY SPACE
                    "</EndToEndId></PmtId>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<Amt><InstdAmt Ccy=""EUR"">" DELIMITED BY SIZE
                    vsMontantTexte DELIMITED BY SPACE
                    "</InstdAmt></Amt>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                IF vp_bic(idxVs) NOT = SPACES THEN
                    MOVE SPACES TO tamp_frapport
                    STRING "<CdtrAgt><FinInstnId><BIC>"
                        DELIMITED BY SIZE
                        vp_bic(idxVs) DELIMITED BY SPACE
                        "</BIC></FinInstnId></CdtrAgt>"
                        DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_SEPA
                END-IF
                MOVE SPACES TO tamp_frapport
                STRING "<Cdtr><Nm>" DELIMITED BY SIZE
                    vp_nom(idxVs) DELIMITED BY "  "
                    "</Nm></Cdtr>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                    vp_iban(idxVs) DELIMITED BY SPACE
                    "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE SPACES TO tamp_frapport
                STRING "<RmtInf><Ustrd>FACTURE " DELIMITED BY SIZE
                    vp_facture(idxVs) DELIMITED BY SIZE
                    "</Ustrd></RmtInf>" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_SEPA
                MOVE "</CdtTrfTxInf>" TO tamp_frapport
                PERFORM ECRIRE_LIGNE_SEPA.

        *>Ecrit une ligne du fichier de virements
        ECRIRE_LIGNE_SEPA.
                WRITE tamp_frapport.

        *>Met vsMontant au format attendu par la banque (point
        *>décimal, sans zéros ni blancs de tête) dans vsMontantTexte
        FORMATER_MONTANT_SEPA.
                MOVE vsMontant TO vsMontantEdite
                MOVE 0 TO vsNbEspaces
                INSPECT vsMontantEdite TALLYING vsNbEspaces
                    FOR LEADING SPACES
                MOVE SPACES TO vsMontantTexte
                MOVE vsMontantEdite(vsNbEspaces + 1:)
                    TO vsMontantTexte.

        *>Met la date vsDateDecoupee au format aaaa-mm-jj
        PREPARER_DATE_ISO.
                MOVE vsDecAnnee TO vsIsoAnnee
                MOVE vsDecMois TO vsIsoMois
                MOVE vsDecJour TO vsIsoJour.

        *>Une fois le fichier écrit, porte chaque virement en
        *>paiement de sa facture (avec les avoirs déduits) et
        *>l'enregistre en opération bancaire à la date de paiement,
        *>pour le rapprochement et l'export comptable
        SOLDER_FACTURES_VIREMENT.
                OPEN I-O ffacturesF
                PERFORM VARYING idxVs FROM 1 BY 1
                        UNTIL idxVs > vsNbLignes
                    IF vp_retenue(idxVs) = 1 THEN
                        MOVE vp_facture(idxVs) TO ff_numero
                        MOVE 0 TO ff_ligne
                        READ ffacturesF
                            INVALID KEY
                                DISPLAY "Facture ", vp_facture(idxVs),
                                    " introuvable"
                            NOT INVALID KEY
                                COMPUTE ff_montantPaye =
                                    ff_montantPaye + vp_net(idxVs)
                                    + vp_avoir(idxVs)
                                IF ff_montantPaye NOT < ff_montantTotal
                                THEN
                                    MOVE 2 TO ff_statut
                                ELSE
                                    MOVE 1 TO ff_statut
                                END-IF
                                REWRITE tamp_ffactureF
                                 INVALID KEY
                                   DISPLAY "Erreur de maj de la ",
                                       "facture"
                                END-REWRITE
                                MOVE cr_ffacturesF TO statutFichierOp
                                MOVE "MAJ FACTURE"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                MOVE "F" TO obType
                                MOVE "V" TO obMode
                                COMPUTE obMontant = 0 - vp_net(idxVs)
                                MOVE vp_fournisseur(idxVs) TO obTiers
                                MOVE vp_facture(idxVs) TO obPiece
                                MOVE SPACES TO obReference
                                STRING "FACT" DELIMITED BY SIZE
                                    vp_facture(idxVs) DELIMITED BY SIZE
                                    INTO obReference
                                END-STRING
                                MOVE SPACES TO obLibelle
                                STRING "FACTURE " DELIMITED BY SIZE
                                    vp_facture(idxVs) DELIMITED BY SIZE
                                    INTO obLibelle
                                END-STRING
                                MOVE vsDatePaiement TO obDate
                                PERFORM ENREGISTRER_OPERATION_BANQUE
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE ffacturesF.

        *>Cette méthode saisit l'IBAN et le BIC d'un fournisseur,
        *>repris dans les virements SEPA
        SAISIR_COORD_BANCAIRES_FOURN.
                DISPLAY "Entrez le code du fournisseur"
                ACCEPT codeFournisseur
                OPEN I-O ffournisseurs
                MOVE codeFournisseur TO fs_code
                READ ffournisseurs
                    INVALID KEY
                        DISPLAY "Fournisseur inconnu"
                    NOT INVALID KEY
                        MOVE tamp_ffournisseur TO journalAvant
                        DISPLAY fs_nom, " - IBAN actuel : ", fs_iban
                        DISPLAY "  BIC actuel : ", fs_bic
                        MOVE 0 TO vsReponse
                        PERFORM WITH TEST AFTER UNTIL vsReponse = 1
                            DISPLAY "Nouvel IBAN, sans espaces ",
                                "(0 pour l'effacer)"
                            ACCEPT fs_iban
                            IF fs_iban = "0" THEN
                                MOVE SPACES TO fs_iban
                                MOVE 1 TO vsReponse
                            ELSE
                                IF fs_iban(1:2) IS ALPHABETIC-UPPER
                                   AND fs_iban(3:2) IS NUMERIC
                                   AND fs_iban(15:1) NOT = SPACE THEN
                                    MOVE 1 TO vsReponse
                                ELSE
                                    DISPLAY "IBAN invalide : pays ",
                                        "en majuscules, cle, compte"
                                END-IF
                            END-IF
                        END-PERFORM
                        DISPLAY "Nouveau BIC (0 si inconnu)"
                        ACCEPT fs_bic
                        IF fs_bic = "0" THEN
                            MOVE SPACES TO fs_bic
                        END-IF
                        REWRITE tamp_ffournisseur
                         INVALID KEY
                           DISPLAY "Erreur de maj du fournisseur"
                        END-REWRITE
                        MOVE cr_ffournisseurs TO statutFichierOp
                        MOVE "MAJ FOURNISSEUR" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "FOURNISSEURS" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fs_code TO journalCle
                        MOVE tamp_ffournisseur TO journalApres
                        PERFORM JOURNALISER
                END-READ
                CLOSE ffournisseurs.

        *>Les règlements de factures fournisseurs (virements et
        *>chèques) soldent la dette fournisseur par la banque
        EMETTRE_REGLEMENTS_FOURN_COMPTA.
                OPEN INPUT foperationsBq
                MOVE 1 TO vsFin
                PERFORM WITH TEST AFTER UNTIL vsFin = 0
                    READ foperationsBq NEXT
                    AT END MOVE 0 TO vsFin
                    NOT AT END
                        IF ob_type = "F" AND
                           ob_date NOT < dateDebut AND
                           ob_date NOT > dateFin THEN
                            MOVE ob_date TO jourCompta
                            MOVE SPACES TO lc_libelle
                            STRING "REGL FACT " DELIMITED BY SIZE
                                ob_piece(7:9) DELIMITED BY SIZE
                                INTO lc_libelle
                            END-STRING
                            COMPUTE vsMontant = 0 - ob_montant
                            MOVE cptNumFourniss TO lc_compte
                            MOVE vsMontant TO lc_debit
                            MOVE 0 TO lc_credit
                            PERFORM ECRIRE_LIGNE_COMPTA
                            MOVE cptNumBanque TO lc_compte
                            MOVE 0 TO lc_debit
                            MOVE vsMontant TO lc_credit
                            PERFORM ECRIRE_LIGNE_COMPTA
                        END-IF
                END-PERFORM
                CLOSE foperationsBq.
