*      -----
*	SPACE  full BasicPayment (default, existing behavior)
*	P      PaymentDates only - BasicPayment is composed with just the
*	       TransactionUID (and UETR, when the message carries one)
*	       and PaymentDates tags; LocationInf,
*	       MonetaryAmount, RepetitiveLineInf, AccountInf, PartyInf,
*	       ProcessingRule etc. are left out entirely
*
*	new output too, so a malformed pacs document is never reported as
*	success.
*
* R. Iverson		26-Oct-2010	CR13228
*	Carry the message's UETR (ent_ftr_set.uetr): a <UETR> tag after
*	TransactionUID in the BasicPayment (e300, every output scope),
*	in the pacs PmtId after EndToEndId (c380), and mapped back by
*	PARSE_IFML -- validated as a 36-character lower-case hex UUID,
*	an inbound value in any other shape is ignored and the gateway
*	assigns one.
*
* R. Iverson		18-Jan-2011	CR13264
*	Add the PARSE_IFML_RECALL companion module (end of this file):
*	takes an ISO 20022 camt.056 FIToFIPmtCxlReq recall request from
*	ent_text_seq and hands back its assignment, case, original
*	transaction references, amount and cancellation reason, for the
*	IFML_GATEWAY recall intake.  PARSE_IFML now fails a camt.056
*	document rather than half-populate a payment from it.
*
* End Modification History
*******************************************************************************

Pifml_dbt_id_wf:		Boolean;
Pifml_cdt_id_wf:		Boolean;
Pifml_ok_wf:			Boolean;
Pifml_uetr_vs:			Vstr(36);
Pifml_uetr_idx_wl:		Long;
Pifml_uetr_ok_wf:		Boolean;

%^ Inbound camt.056 recall parsing stuff - see the PARSE_IFML_RECALL
%^ module at the end of this file.  The scan itself uses the Pifml_
%^ fields above.
Prcl_sect_vs:			Vstr(40);
Prcl_party_vs:			Vstr(40);
Prcl_root_wf:			Boolean;
Prcl_amount_wa:			Amount;

we_exit_wf:			Boolean;
which_level_ws:			Long; 
	    '<InstrId>', ent_ftr_set.trn_ref.trn_date, '-',
		ent_ftr_set.trn_ref.trn_num, '</InstrId>',
	    '<EndToEndId>', ent_ftr_set.trn_ref.trn_date, '-',
		ent_ftr_set.trn_ref.trn_num, '</EndToEndId>';
	%end.

	IF uetr OF ent_ftr_set NOT = SPACE THEN
	    %beg ifml_compose
		'<UETR>', ent_ftr_set.uetr, '</UETR>';
	    %end
	END-IF.

	%beg ifml_compose
	    '</PmtId>';
	%end.


	%XML_compose "TransactionUID" ent_ftr_set.trn_ref "/TransactionUID";

	IF uetr OF ent_ftr_set NOT = SPACE THEN
	    %XML_compose "UETR" ent_ftr_set.uetr "/UETR";
	END-IF.

	IF orig_inst_val_date OF ent_ftr_set = 0 THEN
	    CONTINUE
	ELSE
*
* Tags mapped (the compose-side paragraph is the reference for each):
*	TransactionUID			trn_ref (e300)
*	UETR				uetr (e300), when it is a
*		well-formed lower-case hex UUID (p420); anything else
*		is ignored
*	LocationInf IDBank/Location	loc_info (e300; IDBank and
*		Location map ONLY inside LocationInf -- the party
*		account blocks compose their own <IDBank>, which must
* Structure is validated as the document is scanned: tag nesting depth
* must never go negative and must return to zero at the end, and a
* "<" without its ">" on the same line fails the parse, mirroring the
* compose-side d250_validate_xml rules.  A camt.056 recall request
* (FIToFIPmtCxlReq) is not a payment and fails the parse here; it
* goes through PARSE_IFML_RECALL instead.  Values pass through
* NEX_XML_RECV to undo the NEX_XML_SEND escaping applied on the way
* out, so a round trip (compose then parse) reproduces the original
* field values.
		    %end
		End-if

	    When "UETR"
		Perform p420_CHECK_UETR thru p420_CHECK_UETR_end
		If Success_is in Pifml_uetr_ok_wf
		    %beg ent_ftr_set.uetr = Pifml_uetr_vs; %end
		End-if

	    When "IDBank"
* Only the LocationInf one is the FTR bank; the party account blocks
* compose their own <IDBank> (h450, j300) that must not clobber it.
	EXIT.


p420_CHECK_UETR.
*
* An inbound <UETR> value must be a UUID: 36 characters, hyphens at
* 9, 14, 19 and 24, hex digits everywhere else.  Upper-case hex is
* accepted and folded down; the index is keyed in lower case.

	Set Failure_is in Pifml_uetr_ok_wf to true.

	If Pifml_val_vs_length not = 36
	    Go to p420_CHECK_UETR_end
	End-if.

	Move Pifml_val_vs(1:36) to Pifml_uetr_vs.
	Move 36 to Pifml_uetr_vs_length.
	Inspect Pifml_uetr_vs(1:36) converting "ABCDEF" to "abcdef".

	Set Success_is in Pifml_uetr_ok_wf to true.

	Perform varying Pifml_uetr_idx_wl from 1 by 1
		until Pifml_uetr_idx_wl > 36
		   or Failure_is in Pifml_uetr_ok_wf
	    Evaluate Pifml_uetr_idx_wl
		When 9
		When 14
		When 19
		When 24
		    If Pifml_uetr_vs(Pifml_uetr_idx_wl:1) not = "-"
			Set Failure_is in Pifml_uetr_ok_wf to true
		    End-if
		When other
		    If not ((Pifml_uetr_vs(Pifml_uetr_idx_wl:1) >= "0"
			 and Pifml_uetr_vs(Pifml_uetr_idx_wl:1) <= "9")
			 or (Pifml_uetr_vs(Pifml_uetr_idx_wl:1) >= "a"
			 and Pifml_uetr_vs(Pifml_uetr_idx_wl:1) <= "f"))
			Set Failure_is in Pifml_uetr_ok_wf to true
		    End-if
	    End-evaluate
	End-perform.

p420_CHECK_UETR_end.
	EXIT.


p450_OPEN_SECTION.
*
* A parent tag just opened.  Remember the sections the field mapping
	    When "PaymentDates"
		%beg Pifml_pdat_vs = Pifml_attr_vs; %end

* A recall request, not a payment - see PARSE_IFML_RECALL.
	    When "FIToFIPmtCxlReq"
		Set Failure_is in Pifml_ok_wf to true

	    When other
		Continue
	End-evaluate.

p500_CLOSE_SECTION_end.
	EXIT.





*******************************************************************************

%module PARSE_IFML_RECALL;

*******************************************************************************
*
* PARSE_IFML's counterpart for an inbound ISO 20022 camt.056
* FIToFIPmtCxlReq -- another bank asking us to return a payment it
* sent us.  A recall is not a payment and populates no message sets:
* the document is scanned from ent_text_seq the way PARSE_IFML scans
* an IFML document (the same structure rules, the same NEX_XML_RECV
* unescaping), and what identifies the recall and the payment it
* recalls is handed back to the caller.
*
* Calling sequence:
*
*	CALL "PARSE_IFML_RECALL" USING
*	    BY REFERENCE recall_id, assigner_bic, assignee_bic,
*		case_id, cxl_id, orig_msg_id, orig_e2e_id, orig_tx_id,
*		orig_uetr, currency, amount, orig_sttlm_date,
*		reason_code, reason_text, tx_count
*	RETURNING rtn_stat_wf.
*
* Caller is responsible for connecting ent_text_seq to the inbound
* document; nothing is committed here.
*
* Tags mapped:
*	Assgnmt Id			recall_id
*	Assgnmt Assgnr/Assgne BIC (or BICFI)  assigner_bic,
*		assignee_bic -- the requesting bank and us
*	Case Id				case_id (not the Cretr's own Id)
*	TxInf CxlId			cxl_id
*	OrgnlMsgId, OrgnlEndToEndId, OrgnlTxId  as named
*	OrgnlUETR			orig_uetr, when it is a
*		well-formed UUID (folded to lower case, the UETR_INDEX
*		key); anything else is ignored
*	OrgnlIntrBkSttlmAmt		amount, its Ccy attribute
*		currency
*	OrgnlIntrBkSttlmDt		orig_sttlm_date (CCYY-MM-DD)
*	CxlRsnInf Rsn Cd, AddtlInf	reason_code, reason_text (the
*		first AddtlInf)
*
* Only the first TxInf maps; tx_count says how many the request
* carried, so the caller can refuse one for several payments.  The
* parse fails on a structure error (the PARSE_IFML rules; an empty
* <Tag/> is allowed here), or when the document is not a
* FIToFIPmtCxlReq at all.
*
*******************************************************************************

%linkage

01 rcl_id_ls		%Str(35);	%^ Output
01 rcl_assigner_ls	%Str(11);	%^ Output
01 rcl_assignee_ls	%Str(11);	%^ Output
01 rcl_case_ls		%Str(35);	%^ Output
01 rcl_cxl_id_ls	%Str(35);	%^ Output
01 rcl_orig_msg_ls	%Str(35);	%^ Output
01 rcl_orig_e2e_ls	%Str(35);	%^ Output
01 rcl_orig_tx_ls	%Str(35);	%^ Output
01 rcl_orig_uetr_ls	%Str(36);	%^ Output
01 rcl_currency_ls	%Str(3);	%^ Output
01 rcl_amount_ls	%Amount;	%^ Output
01 rcl_orig_date_ls	%Str(10);	%^ Output
01 rcl_reason_ls	%Str(4);	%^ Output
01 rcl_reason_txt_ls	%Str(105);	%^ Output
01 rcl_tx_count_ls	%Long;		%^ Output
01 parse_stat_ls	%Boolean;	%^ Output

%PROCEDURE USING
    BY REFERENCE rcl_id_ls
    BY REFERENCE rcl_assigner_ls
    BY REFERENCE rcl_assignee_ls
    BY REFERENCE rcl_case_ls
    BY REFERENCE rcl_cxl_id_ls
    BY REFERENCE rcl_orig_msg_ls
    BY REFERENCE rcl_orig_e2e_ls
    BY REFERENCE rcl_orig_tx_ls
    BY REFERENCE rcl_orig_uetr_ls
    BY REFERENCE rcl_currency_ls
    BY REFERENCE rcl_amount_ls
    BY REFERENCE rcl_orig_date_ls
    BY REFERENCE rcl_reason_ls
    BY REFERENCE rcl_reason_txt_ls
    BY REFERENCE rcl_tx_count_ls
RETURNING
    parse_stat_ls.

r000_main.

	Set Success_is in Pifml_ok_wf to true.
	Set Failure_is in Prcl_root_wf to true.
	Move zero to Pifml_depth_wl, rcl_tx_count_ls, rcl_amount_ls.
	Move spaces to rcl_id_ls, rcl_assigner_ls, rcl_assignee_ls,
		       rcl_case_ls, rcl_cxl_id_ls, rcl_orig_msg_ls,
		       rcl_orig_e2e_ls, rcl_orig_tx_ls, rcl_orig_uetr_ls,
		       rcl_currency_ls, rcl_orig_date_ls, rcl_reason_ls,
		       rcl_reason_txt_ls.
	%beg
	Prcl_sect_vs = NULL;
	Prcl_party_vs = NULL;
	%end.

	%beg FIRST: ent_text_seq; %end.

	Perform until Seq_end_is in ent_text_seq_cursor
		or Failure_is in Pifml_ok_wf

	    %beg Pifml_line_vs = ent_text_seq.txt; %end
	    Perform r100_SCAN_LINE thru r100_SCAN_LINE_end

	    %beg NEXT: ent_text_seq; %end

	End-perform.

	%beg BREAK: ent_text_seq; %end.

	If Pifml_depth_wl not = zero
	    Set Failure_is in Pifml_ok_wf to true
	End-if.

	If Failure_is in Prcl_root_wf
	    Set Failure_is in Pifml_ok_wf to true
	End-if.

	If Success_is in Pifml_ok_wf
	    Set Success_is in parse_stat_ls to true
	Else
	    Set Failure_is in parse_stat_ls to true
	    CALL "NEX_CREATE_AND_BROADCAST_MSG" USING
		BY CONTENT Z"XML$_BAD_PARSE",
		BY VALUE -1,
		%ace_msg_arg_list(Pifml_name_vs, Pifml_line_vs);
	End-if.

r000_main_end.
	%EXIT PROGRAM.


r100_SCAN_LINE.
*
* Scan one document line for tags -- p100_SCAN_LINE.

	Move Pifml_line_vs_length to Pifml_len_wl.
	Move 1 to Pifml_pos_wl.

	Perform until Pifml_pos_wl > Pifml_len_wl
		or Failure_is in Pifml_ok_wf

	    If Pifml_line_vs(Pifml_pos_wl:1) = "<"
		Perform r200_TAKE_TAG thru r200_TAKE_TAG_end
	    Else
		Add 1 to Pifml_pos_wl
	    End-if

	End-perform.

r100_SCAN_LINE_end.
	EXIT.


r200_TAKE_TAG.
*
* Pifml_pos_wl sits on a "<".  Collect the tag through its ">",
* classify it, collect the value when one follows on the line, and
* dispatch -- p200_TAKE_TAG, less the IFML section handling.

	Add 1 to Pifml_pos_wl.
	Move zero to Pifml_tlen_wl.
	%beg Pifml_tag_vs = NULL; %end.

	Perform until Pifml_pos_wl > Pifml_len_wl
		or Pifml_line_vs(Pifml_pos_wl:1) = ">"
	    If Pifml_tlen_wl < 80
		Add 1 to Pifml_tlen_wl
		Move Pifml_line_vs(Pifml_pos_wl:1)
			to Pifml_tag_vs(Pifml_tlen_wl:1)
	    End-if
	    Add 1 to Pifml_pos_wl
	End-perform.

	Move Pifml_tlen_wl to Pifml_tag_vs_length.

	If Pifml_pos_wl > Pifml_len_wl
* A "<" with no ">" on the same line - not well formed.
	    Set Failure_is in Pifml_ok_wf to true
	    Go to r200_TAKE_TAG_end
	End-if.

	Add 1 to Pifml_pos_wl.

* <?xml ... ?> declaration, <!-- comment -->, or an empty <Tag/>:
* nothing to track.
	If Pifml_tlen_wl = zero
	    Go to r200_TAKE_TAG_end
	End-if.
	If Pifml_tag_vs(1:1) = "?" or Pifml_tag_vs(1:1) = "!"
	  or Pifml_tag_vs(Pifml_tlen_wl:1) = "/"
	    Go to r200_TAKE_TAG_end
	End-if.

	If Pifml_tag_vs(1:1) = "/"
	    Subtract 1 from Pifml_depth_wl
	    If Pifml_depth_wl < zero
		Set Failure_is in Pifml_ok_wf to true
		Go to r200_TAKE_TAG_end
	    End-if
	    Perform r300_SPLIT_TAG thru r300_SPLIT_TAG_end
	    Perform r500_CLOSE_SECTION thru r500_CLOSE_SECTION_end
	    Go to r200_TAKE_TAG_end
	End-if.

	Add 1 to Pifml_depth_wl.
	Perform r300_SPLIT_TAG thru r300_SPLIT_TAG_end.

* Is there a value (and its closing tag) on the rest of the line?
	Set Failure_is in Pifml_hasval_wf to true.
	%beg Pifml_val_vs = NULL; %end.
	Move zero to Pifml_vlen_wl.

	If Pifml_pos_wl not > Pifml_len_wl
	 and Pifml_line_vs(Pifml_pos_wl:1) not = "<"

	    Perform until Pifml_pos_wl > Pifml_len_wl
		    or Pifml_line_vs(Pifml_pos_wl:1) = "<"
		If Pifml_vlen_wl < 400
		    Add 1 to Pifml_vlen_wl
		    Move Pifml_line_vs(Pifml_pos_wl:1)
			    to Pifml_val_vs(Pifml_vlen_wl:1)
		End-if
		Add 1 to Pifml_pos_wl
	    End-perform

	    Move Pifml_vlen_wl to Pifml_val_vs_length
	    If Pifml_pos_wl not > Pifml_len_wl
		Set Success_is in Pifml_hasval_wf to true
	    End-if
	End-if.

	If Success_is in Pifml_hasval_wf
	    CALL "NEX_XML_RECV" USING
		BY VALUE Pifml_val_vs_length
		BY REFERENCE Pifml_val_vs
		BY VALUE 400
		BY REFERENCE Pifml_val_vs_length
		BY REFERENCE Pifml_val_vs
	    If Pifml_val_vs_length > zero
		Perform r400_MAP_FIELD thru r400_MAP_FIELD_end
	    End-if
	Else
	    Perform r450_OPEN_SECTION thru r450_OPEN_SECTION_end
	End-if.

r200_TAKE_TAG_end.
	EXIT.


r300_SPLIT_TAG.
*
* Split the raw tag into its element name (Pifml_name_vs, attributes
* and any leading "/" stripped) and, on an amount, its Ccy attribute
* (Pifml_attr_vs).

	%beg
	Pifml_name_vs = NULL;
	Pifml_attr_vs = NULL;
	%end.

	If Pifml_tag_vs(1:1) = "/"
	    %beg
	    Pifml_parse ^IN(Pifml_tag_vs), "/", Pifml_name_vs, /;
	    %end
	Else
	    %beg
	    Pifml_parse ^IN(Pifml_tag_vs),
		Pifml_name_vs, ' Ccy="', Pifml_attr_vs, '"', ^STRING, /;
	    %end
	    If Failure_is in Pifml_parse_status
		%beg
		Pifml_attr_vs = NULL;
		Pifml_parse ^IN(Pifml_tag_vs),
			Pifml_name_vs, ^BLANK, ^STRING, /;
		%end
		If Failure_is in Pifml_parse_status
		    %beg Pifml_name_vs = Pifml_tag_vs; %end
		End-if
	    End-if
	End-if.

r300_SPLIT_TAG_end.
	EXIT.


r400_MAP_FIELD.
*
* Map one elementary tag's value into the caller's fields, using the
* section (Assgnmt, Case, TxInf) and the block within it (Assgnr,
* Assgne, Cretr, CxlRsnInf) that r450/r500 maintain.  The TxInf
* fields map from the first TxInf only.

	Evaluate Pifml_name_vs

	    When "Id"
		Evaluate true
		    When Prcl_sect_vs = "Assgnmt"
		      and Prcl_party_vs_length = zero
			Move Pifml_val_vs(1:Pifml_val_vs_length)
				to rcl_id_ls
		    When Prcl_sect_vs = "Case"
		      and Prcl_party_vs_length = zero
			Move Pifml_val_vs(1:Pifml_val_vs_length)
				to rcl_case_ls
		    When other
			Continue
		End-evaluate

	    When "BIC"
	    When "BICFI"
		Evaluate Prcl_party_vs
		    When "Assgnr"
			Move Pifml_val_vs(1:Pifml_val_vs_length)
				to rcl_assigner_ls
		    When "Assgne"
			Move Pifml_val_vs(1:Pifml_val_vs_length)
				to rcl_assignee_ls
		    When other
			Continue
		End-evaluate

	    When "CxlId"
		If Prcl_sect_vs = "TxInf" and rcl_tx_count_ls = 1
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_cxl_id_ls
		End-if

* The original group can sit under TxInf or, in the later versions,
* beside it under Undrlyg; the first one found is taken.
	    When "OrgnlMsgId"
		If rcl_orig_msg_ls = spaces and rcl_tx_count_ls < 2
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_orig_msg_ls
		End-if

	    When "OrgnlEndToEndId"
		If Prcl_sect_vs = "TxInf" and rcl_tx_count_ls = 1
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_orig_e2e_ls
		End-if

	    When "OrgnlTxId"
		If Prcl_sect_vs = "TxInf" and rcl_tx_count_ls = 1
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_orig_tx_ls
		End-if

	    When "OrgnlUETR"
		If Prcl_sect_vs = "TxInf" and rcl_tx_count_ls = 1
		    Perform r420_CHECK_UETR thru r420_CHECK_UETR_end
		    If Success_is in Pifml_uetr_ok_wf
			Move Pifml_uetr_vs(1:36) to rcl_orig_uetr_ls
		    End-if
		End-if

	    When "OrgnlIntrBkSttlmAmt"
		If Prcl_sect_vs = "TxInf" and rcl_tx_count_ls = 1
		    %beg
		    Pifml_parse ^IN(Pifml_val_vs), Prcl_amount_wa, /;
		    %end
		    If Success_is in Pifml_parse_status
			Move Prcl_amount_wa to rcl_amount_ls
		    End-if
		    If Pifml_attr_vs_length > zero
			Move Pifml_attr_vs(1:Pifml_attr_vs_length)
				to rcl_currency_ls
		    End-if
		End-if

	    When "OrgnlIntrBkSttlmDt"
		If Prcl_sect_vs = "TxInf" and rcl_tx_count_ls = 1
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_orig_date_ls
		End-if

	    When "Cd"
		If Prcl_party_vs = "CxlRsnInf" and rcl_tx_count_ls = 1
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_reason_ls
		End-if

	    When "AddtlInf"
		If Prcl_party_vs = "CxlRsnInf" and rcl_tx_count_ls = 1
		  and rcl_reason_txt_ls = spaces
		    Move Pifml_val_vs(1:Pifml_val_vs_length)
			    to rcl_reason_txt_ls
		End-if

	    When other
		Continue
	End-evaluate.

r400_MAP_FIELD_end.
	EXIT.


r420_CHECK_UETR.
*
* An OrgnlUETR must be a UUID -- the p420_CHECK_UETR rules: 36
* characters, hyphens at 9, 14, 19 and 24, hex digits everywhere
* else, folded down to lower case.

	Set Failure_is in Pifml_uetr_ok_wf to true.

	If Pifml_val_vs_length not = 36
	    Go to r420_CHECK_UETR_end
	End-if.

	Move Pifml_val_vs(1:36) to Pifml_uetr_vs.
	Move 36 to Pifml_uetr_vs_length.
	Inspect Pifml_uetr_vs(1:36) converting "ABCDEF" to "abcdef".

	Set Success_is in Pifml_uetr_ok_wf to true.

	Perform varying Pifml_uetr_idx_wl from 1 by 1
		until Pifml_uetr_idx_wl > 36
		   or Failure_is in Pifml_uetr_ok_wf
	    Evaluate Pifml_uetr_idx_wl
		When 9
		When 14
		When 19
		When 24
		    If Pifml_uetr_vs(Pifml_uetr_idx_wl:1) not = "-"
			Set Failure_is in Pifml_uetr_ok_wf to true
		    End-if
		When other
		    If not ((Pifml_uetr_vs(Pifml_uetr_idx_wl:1) >= "0"
			 and Pifml_uetr_vs(Pifml_uetr_idx_wl:1) <= "9")
			 or (Pifml_uetr_vs(Pifml_uetr_idx_wl:1) >= "a"
			 and Pifml_uetr_vs(Pifml_uetr_idx_wl:1) <= "f"))
			Set Failure_is in Pifml_uetr_ok_wf to true
		    End-if
	    End-evaluate
	End-perform.

r420_CHECK_UETR_end.
	EXIT.


r450_OPEN_SECTION.
*
* A parent tag just opened.  Note the root, count the TxInf blocks,
* and remember the section and block the field mapping keys off.

	Evaluate Pifml_name_vs
	    When "FIToFIPmtCxlReq"
		Set Success_is in Prcl_root_wf to true

	    When "TxInf"
		Add 1 to rcl_tx_count_ls
		%beg Prcl_sect_vs = Pifml_name_vs; %end

	    When "Assgnmt"
	    When "Case"
		%beg Prcl_sect_vs = Pifml_name_vs; %end

	    When "Assgnr"
	    When "Assgne"
	    When "Cretr"
	    When "CxlRsnInf"
		%beg Prcl_party_vs = Pifml_name_vs; %end

	    When other
		Continue
	End-evaluate.

r450_OPEN_SECTION_end.
	EXIT.


r500_CLOSE_SECTION.
*
* A close tag: clear whichever context it ends.

	Evaluate Pifml_name_vs
	    When "TxInf"
	    When "Assgnmt"
	    When "Case"
		%beg Prcl_sect_vs = NULL; %end

	    When "Assgnr"
	    When "Assgne"
	    When "Cretr"
	    When "CxlRsnInf"
		%beg Prcl_party_vs = NULL; %end

	    When other
		Continue
	End-evaluate.

r500_CLOSE_SECTION_end.
	EXIT.
