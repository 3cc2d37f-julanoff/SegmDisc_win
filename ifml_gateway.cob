*
* Each document gets one line in IFML_GATEWAY_RESULTS:
*
*	ACCEPTED <trn> <uetr>	resolved clean; committed.
*	HELD <trn> <uetr> - <memo>  parsed, but the resolution raised a
*		debit party error -- including the callback hold
*		X996_CHECK_CALLBACK puts on large non-repetitive
*		wires.  The message COMMITS into repair exactly as a
*		turned into a message at all (create or parse
*		failure); cancelled outright so the sender corrects
*		and resubmits, with nothing half-parsed left behind.
*	RECALL <id> <trn> <reason>	a camt.056 recall request (below),
*		matched to our wire <trn> and filed on RECALL_QUE.
*	RECALL <id> UNMATCHED <reason> - <why>  filed, but no wire
*		of ours could be matched to it; operations finds the
*		wire (or rejects the recall NOOR) on MENU_RCL.
*
* /BANK=<bnk> sets the bank the messages are created in (a
* LocationInf in the document overrides it per message).
*
* A document whose root is FIToFIPmtCxlReq is a camt.056 recall
* request -- another bank asking for a payment it sent us back.  No
* message is created: PARSE_IFML_RECALL takes the request apart, and
* it is matched to the wire it recalls -- by its OrgnlUETR through
* UETR_INDEX, else by an OrgnlTxId that is one of our TRNs (the TRN
* this gateway hands back on the ACCEPTED line) -- and the wire's
* currency and amount must agree with the request's.  The recall is
* filed on RECALL_QUE, keyed by its assignment id, "O"pen when
* matched and "U"nmatched otherwise, for operations to accept or
* reject on MENU_RCL; RECALL_RESPOND sends the camt.029 answer and
* RPT_RECALL_OPEN lists what is still waiting against the deadline.
* A recall for more than one payment, with no assignment id, naming
* no original, or repeating an assignment id already filed is
* REJECTED.

* REVISION HISTORY
* ----------------
*	caller-owned Alloc_temp sequence -- exactly the ent_text_seq
*	connection PARSE_IFML documents as caller responsibility --
*	which DAT_CREATE_MSG does not touch.
*
* R. Iverson	26-Oct-2010	CR13228
*	Every message created here gets its UETR (UETR_ASSIGN, right
*	after the parse, so a UETR carried in the document is kept),
*	and the ACCEPTED and HELD result lines carry it back to the
*	sender.
*
* R. Iverson	18-Jan-2011	CR13264
*	camt.056 recall requests are accepted: parsed by the new
*	PARSE_IFML_RECALL, matched to the original wire by UETR or TRN
*	and amount, and filed on RECALL_QUE for MENU_RCL (new RECALL
*	result lines).

*******************************************************************************

   88 Gw_eof			value "Y".
01 Doc_open_sw			Pic X value "N".
   88 Doc_open			value "Y".
01 Doc_recall_sw		Pic X value "N".
   88 Doc_recall		value "Y".
01 Gw_tally_ws			pic 9(04) comp-5 value zeroes.

01 Doc_count_ws			pic 9(07) comp-5 value zeroes.
01 Accept_count_ws		pic 9(07) comp-5 value zeroes.
01 Held_count_ws		pic 9(07) comp-5 value zeroes.
01 Reject_count_ws		pic 9(07) comp-5 value zeroes.
01 Recall_count_ws		pic 9(07) comp-5 value zeroes.
01 Recall_match_count_ws	pic 9(07) comp-5 value zeroes.
01 Recall_open_count_ws		pic 9(07) comp-5 value zeroes.

* Recall intake -- see C30_ONE_RECALL.  Gw_rcl_conn_sw is "N" until
* the first recall connects the recall queues, then "Y", or "F" when
* they could not be connected.
01 Gw_rcl_conn_sw		Pic X value "N".
01 Gw_rcl_trn_x_ws		Pic X(16).
01 Gw_rcl_note_x_ws		Pic X(80).
01 Gw_rcl_our_amt_ws		pic s9(15)v9(3) comp-3 value zeroes.
01 Gw_rcl_their_amt_ws		pic s9(15)v9(3) comp-3 value zeroes.

01 Result_line_ws		Pic X(200).

Gw_parse_sts:		Boolean;
Gw_look_sts:		Boolean;
Gw_trn_vs:		vstr(20);
Gw_uetr_vs:		vstr(36);
Gw_result_vs:		vstr(200);
Gw_doc_num_ws:		long;
Gw_compose:		Compose(^NOTRAP);
Gw_err_count_ws:	long;
Gw_last_memo_ws:	vstr(80);

%^ camt.056 recall requests -- PARSE_IFML_RECALL's outputs, and what
%^ C30_ONE_RECALL files on RECALL_QUE.
INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Gw_uetr_index:		que(%`SBJ_DD_PATH:UETR_INDEX.DDF`);
Gw_rcl_que:		que(%`SBJ_DD_PATH:RECALL_QUE.DDF`);
Gw_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Ws_rsts:		boolean;
Gw_rcl_sts:		Boolean;
Gw_rcl_id_ws:		str(35);
Gw_rcl_assigner_ws:	str(11);
Gw_rcl_assignee_ws:	str(11);
Gw_rcl_case_ws:		str(35);
Gw_rcl_cxl_id_ws:	str(35);
Gw_rcl_orig_msg_ws:	str(35);
Gw_rcl_orig_e2e_ws:	str(35);
Gw_rcl_orig_tx_ws:	str(35);
Gw_rcl_orig_uetr_ws:	str(36);
Gw_rcl_currency_ws:	str(3);
Gw_rcl_amount_ws:	amount;
Gw_rcl_orig_date_ws:	str(10);
Gw_rcl_reason_ws:	str(4);
Gw_rcl_reason_txt_ws:	str(105);
Gw_rcl_tx_count_ws:	long;
Gw_rcl_id_vs:		vstr(35);
Gw_rcl_trn_vs:		vstr(16);
Gw_rcl_uetr_vs:		vstr(36);
Gw_rcl_bank_vs:		vstr(3);
Gw_rcl_status_ws:	str(1);
Gw_rcl_note_vs:		vstr(80);

Return_argument_ws:	vstr(24);
Return_status:		boolean;

		  %ace_msg_arg_list(Doc_count_ws, Accept_count_ws,
				    Held_count_ws, Reject_count_ws);

	If Recall_count_ws > 0
	    %^*****************************************************************
	    %^* IFML_GATEWAY$_RECALLS  /I ${1} recall request(s) filed: ${2}
	    %^*	matched to their wire, ${3} unmatched.
	    %^*****************************************************************
	    call "NEX_CREATE_AND_BROADCAST_MSG" using
		      by content   Z"IFML_GATEWAY$_RECALLS"
		      by value -1
		      %ace_msg_arg_list(Recall_count_ws, Recall_match_count_ws,
					Recall_open_count_ws)
	End-if.

	If Gw_rcl_conn_sw = "Y"
	    %beg
	    break: INDEXA;
	    break: Gw_uetr_index;
	    break: Gw_rcl_que;
	    %end
	End-if.

A00_MAIN_END.
	%Exit Program;.

	Alloc_temp: ent_text_seq;
	%end.
	Move "Y" to Doc_open_sw.
	Move "N" to Doc_recall_sw.

C05_START_DOCUMENT_end.
	exit.
	Alloc_elem: ent_text_seq (.txt = Gw_line_vs);
	%end.

%^ A camt.056 recall request is known by its root element.
	If not Doc_recall
	    Move zero to Gw_tally_ws
	    Inspect GW_IN_REC tallying Gw_tally_ws
		for all "<FIToFIPmtCxlReq>"
	    If Gw_tally_ws > zero
		Move "Y" to Doc_recall_sw
	    End-if
	End-if.

C07_ADD_LINE_end.
	exit.

	Commit_temp: ent_text_seq;
	%end.

%^ A recall request creates no message.
	If Doc_recall
	    Perform C30_ONE_RECALL thru C30_ONE_RECALL_end
	    Go to C10_ONE_DOCUMENT_end
	End-if.

%^ Create a new message (new TRN) in the gateway bank, leaving the
%^ entftr fsect MESSAGE sets connected modifiable (the caller-owned
%^ ent_text_seq document buffer above is not among them and is not
	    Go to C10_ONE_DOCUMENT_end
	End-if.

%^ The wire's UETR: the one the document carried, else a new one.
	CALL "UETR_ASSIGN" using
	    by content "IFML".

	Perform C20_RESOLVE_DEBIT thru C20_RESOLVE_DEBIT_end.

	%Beg
	Gw_compose ^OUT(Gw_trn_vs)
	    Ent_ftr_set.Trn_ref.Trn_date, "-",
	    Ent_ftr_set.Trn_ref.Trn_num, / ;
	Gw_clip_compose ^OUT(Gw_uetr_vs) Ent_ftr_set.Uetr, / ;
	%End.

	If Success_is in Gw_look_sts
	    %Beg COMMIT: Tran; %End
	    Move spaces to Result_line_ws
	    String "ACCEPTED " Delimited by size,
		   Gw_trn_vs(1:Gw_trn_vs_length) Delimited by size,
		   " " Delimited by size,
		   Gw_uetr_vs(1:Gw_uetr_vs_length) Delimited by size
		    into Result_line_ws
	    Write GW_RESULT_REC from Result_line_ws
	Else
	    %Beg COMMIT: Tran; %End
	    %Beg
	    Gw_compose ^OUT(Gw_result_vs)
		"HELD ", Gw_trn_vs, " ", Gw_uetr_vs, " - ",
		Gw_last_memo_ws, / ;
	    %End
	    Move spaces to Result_line_ws
	    Move Gw_result_vs(1:Gw_result_vs_length) to Result_line_ws
	exit.


C30_ONE_RECALL.
%^ A camt.056 recall request: take it apart, match it to the wire it
%^ recalls, and file it on RECALL_QUE for MENU_RCL.  A request that
%^ cannot be filed is REJECTED like any other document, and nothing
%^ of it is kept.

	CALL "PARSE_IFML_RECALL" using
	    by reference Gw_rcl_id_ws
	    by reference Gw_rcl_assigner_ws
	    by reference Gw_rcl_assignee_ws
	    by reference Gw_rcl_case_ws
	    by reference Gw_rcl_cxl_id_ws
	    by reference Gw_rcl_orig_msg_ws
	    by reference Gw_rcl_orig_e2e_ws
	    by reference Gw_rcl_orig_tx_ws
	    by reference Gw_rcl_orig_uetr_ws
	    by reference Gw_rcl_currency_ws
	    by reference Gw_rcl_amount_ws
	    by reference Gw_rcl_orig_date_ws
	    by reference Gw_rcl_reason_ws
	    by reference Gw_rcl_reason_txt_ws
	    by reference Gw_rcl_tx_count_ws
	  RETURNING Gw_rcl_sts.

	If Failure_is in Gw_rcl_sts
	    %beg Gw_last_memo_ws = "recall request failed to parse"; %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.

	If Gw_rcl_id_ws = spaces
	    %beg Gw_last_memo_ws = "recall has no assignment id"; %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.

	If Gw_rcl_tx_count_ws not = 1
	    %beg
	    Gw_last_memo_ws = "recall must name exactly one payment";
	    %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.

	If Gw_rcl_orig_uetr_ws = spaces
	  and Gw_rcl_orig_tx_ws = spaces
	    %beg
	    Gw_last_memo_ws = "recall names no OrgnlUETR or OrgnlTxId";
	    %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.

	Perform C35_CONNECT_RECALL thru C35_CONNECT_RECALL_end.
	If Gw_rcl_conn_sw not = "Y"
	    %beg Gw_last_memo_ws = "RECALL_QUE is not available"; %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.

%^ The assignment id is the queue key; a second request under the
%^ same id is the sender's resend, not a new recall.
	%beg
	Gw_clip_compose ^OUT(Gw_rcl_id_vs) Gw_rcl_id_ws, /;
	BREAK: Gw_rcl_que;
	SEARCH: Gw_rcl_que (notrap, forward, eql, Key = Gw_rcl_id_vs);
	%end.
	If Success_is in Gw_rcl_que_status
	    %beg
	    BREAK: Gw_rcl_que;
	    Gw_last_memo_ws = "recall assignment id already filed";
	    %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.
	%beg BREAK: Gw_rcl_que; %end.

	Perform D30_MATCH_ORIGINAL thru D30_MATCH_ORIGINAL_end.

	%beg
	Alloc_Elem: Gw_rcl_que(notrap,
	    .Systime		 NOW,
	    .Recall_id		= Gw_rcl_id_vs,
	    .Bank		= Gw_rcl_bank_vs,
	    .Recall_status	= Gw_rcl_status_ws,
	    .Trn_key		= Gw_rcl_trn_vs,
	    .Assigner		= Gw_rcl_assigner_ws,
	    .Assignee		= Gw_rcl_assignee_ws,
	    .Case_id		= Gw_rcl_case_ws,
	    .Cxl_id		= Gw_rcl_cxl_id_ws,
	    .Orig_msg_id	= Gw_rcl_orig_msg_ws,
	    .Orig_e2e_id	= Gw_rcl_orig_e2e_ws,
	    .Orig_tx_id		= Gw_rcl_orig_tx_ws,
	    .Orig_uetr		= Gw_rcl_orig_uetr_ws,
	    .Currency		= Gw_rcl_currency_ws,
	    .Amount		= Gw_rcl_amount_ws,
	    .Orig_date		= Gw_rcl_orig_date_ws,
	    .Reason_code	= Gw_rcl_reason_ws,
	    .Reason_text	= Gw_rcl_reason_txt_ws,
	    .Last_memo		= Gw_rcl_note_vs );
	%end.

	If Failure_is in Gw_rcl_que_status
	    %beg
	    CANCEL: Tran;
	    Gw_last_memo_ws = "recall could not be filed";
	    %end
	    Perform D20_WRITE_REJECT thru D20_WRITE_REJECT_end
	    Go to C30_ONE_RECALL_end
	End-if.

	%beg
	BREAK: Gw_rcl_que;
	COMMIT: Tran;
	%end.

	Add 1 to Recall_count_ws.
	If Gw_rcl_status_ws = "O"
	    Add 1 to Recall_match_count_ws
	    %Beg
	    Gw_compose ^OUT(Gw_result_vs)
		"RECALL ", Gw_rcl_id_vs, " ", Gw_rcl_trn_vs, " ",
		Gw_rcl_reason_ws, / ;
	    %End
	Else
	    Add 1 to Recall_open_count_ws
	    %Beg
	    Gw_compose ^OUT(Gw_result_vs)
		"RECALL ", Gw_rcl_id_vs, " UNMATCHED ",
		Gw_rcl_reason_ws, " - ", Gw_rcl_note_vs, / ;
	    %End
	End-if.

	Move spaces to Result_line_ws.
	Move Gw_result_vs(1:Gw_result_vs_length) to Result_line_ws.
	Write GW_RESULT_REC from Result_line_ws.

C30_ONE_RECALL_end.
	exit.


C35_CONNECT_RECALL.
%^ The first recall of the run connects what recall intake needs:
%^ the REF_INDEX and message sets read-only (the original wire is
%^ only looked at), the UETR index, and RECALL_QUE.  A failure is
%^ remembered so each later recall is simply rejected.

	If Gw_rcl_conn_sw not = "N"
	    Go to C35_CONNECT_RECALL_end
	End-if.
	Move "F" to Gw_rcl_conn_sw.

	%Beg
	MSG_UNION	(NoMod);
	MSG_FTR_SET	(NoMod);
	MSG_HISTORY_SEQ	(NoTrap);
	INDEXA		(Read_Only);
	%End.

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%IFML_GATEWAY-E-NOREFNDX, cannot connect REF_INDEX"
	    Go to C35_CONNECT_RECALL_end
	End-if.

	%ACE_CONN_Q "MTS"////"UETR_INDEX" to Gw_uetr_index giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%IFML_GATEWAY-E-NOUETRNDX, cannot connect UETR_INDEX"
	    Go to C35_CONNECT_RECALL_end
	End-if.

	%ACE_CONN_Q "MTS"////"RECALL_QUE" to Gw_rcl_que giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%IFML_GATEWAY-E-NORCLQUE, cannot connect RECALL_QUE"
	    Go to C35_CONNECT_RECALL_end
	End-if.

	Move "Y" to Gw_rcl_conn_sw.

C35_CONNECT_RECALL_end.
	exit.


D20_WRITE_REJECT.
%^ One REJECTED line, carrying the last error memo so the sender can
%^ see why without calling us.

D20_WRITE_REJECT_end.
	exit.


D30_MATCH_ORIGINAL.
%^ Find the wire the recall names: its OrgnlUETR through the UETR
%^ index, else an OrgnlTxId that is one of our TRNs (as handed back
%^ on the ACCEPTED line, CCYYMMDD-NNNNNNNN, or the bare 16 digits).
%^ The wire's currency and amount must agree with the request's.
%^ Matched, the recall is "O"pen in the wire's bank; otherwise it is
%^ "U"nmatched in the gateway bank, with the reason in its memo.

	Move "U" to Gw_rcl_status_ws.
	Move spaces to Gw_rcl_trn_x_ws, Gw_rcl_note_x_ws.
	%beg
	Gw_rcl_trn_vs = NULL;
	Gw_rcl_bank_vs = Gw_bank_vs;
	%end.

	If Gw_rcl_orig_uetr_ws not = spaces
	    %beg
	    Gw_clip_compose ^OUT(Gw_rcl_uetr_vs) Gw_rcl_orig_uetr_ws, /;
	    BREAK: Gw_uetr_index;
	    SEARCH: Gw_uetr_index (notrap, forward, eql,
				   Key = Gw_rcl_uetr_vs);
	    %end
	    If Success_is in Gw_uetr_index_status
		%beg Gw_rcl_trn_vs = Gw_uetr_index.Trn_key; %end
		If Gw_rcl_trn_vs_length > 0
		    Move Gw_rcl_trn_vs(1:Gw_rcl_trn_vs_length)
			to Gw_rcl_trn_x_ws
		End-if
	    End-if
	    %beg BREAK: Gw_uetr_index; %end
	End-if.

	If Gw_rcl_trn_x_ws = spaces
	  and Gw_rcl_orig_tx_ws not = spaces
	    If Gw_rcl_orig_tx_ws(9:1) = "-"
		Move Gw_rcl_orig_tx_ws(1:8) to Gw_rcl_trn_x_ws(1:8)
		Move Gw_rcl_orig_tx_ws(10:8) to Gw_rcl_trn_x_ws(9:8)
	    Else
		If Gw_rcl_orig_tx_ws(17:19) = spaces
		    Move Gw_rcl_orig_tx_ws(1:16) to Gw_rcl_trn_x_ws
		End-if
	    End-if
	    If Gw_rcl_trn_x_ws not numeric
		Move spaces to Gw_rcl_trn_x_ws
	    End-if
	End-if.

	If Gw_rcl_trn_x_ws = spaces
	    Move "original payment not found" to Gw_rcl_note_x_ws
	    Go to D30_MATCH_ORIGINAL_NOTE
	End-if.

	Move Gw_rcl_trn_x_ws(1:8) to Trn_date_ws of Gw_trn_key_ws.
	Move Gw_rcl_trn_x_ws(9:8) to Trn_num_ws of Gw_trn_key_ws.
	%beg
	Gw_clip_compose ^OUT(Gw_rcl_trn_vs) Gw_rcl_trn_x_ws, /;
	%end.

	%Beg INDEXA ^Search (forward, eql, key = Gw_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Move "original TRN not on the REF_INDEX" to Gw_rcl_note_x_ws
	    Go to D30_MATCH_ORIGINAL_NOTE
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "original message history not found" to Gw_rcl_note_x_ws
	    Go to D30_MATCH_ORIGINAL_NOTE
	End-if.

	%Beg
	Msg_history_seq TOP: Msg_union (notrap,
	    .Ftr CONN: Msg_ftr_set (notrap) );
	Msg_union_sts = Msg_union STATUS;
	Msg_ftr_sts = Msg_ftr_set STATUS;
	Msg_union (etrap);
	Msg_ftr_set (etrap);
	%End.

	If (Failure_is in Msg_union_sts) or
	   (Failure_is in Msg_ftr_sts)
	    %Beg
	    BREAK: MSG_HISTORY_SEQ;
	    BREAK: MSG_UNION;
	    %End
	    Move "original message could not be connected"
		to Gw_rcl_note_x_ws
	    Go to D30_MATCH_ORIGINAL_NOTE
	End-if.

	Move Amount of Msg_ftr_set to Gw_rcl_our_amt_ws.
	Move Gw_rcl_amount_ws to Gw_rcl_their_amt_ws.

	Evaluate true
	    When Currency_code of Msg_ftr_set not = Gw_rcl_currency_ws
		Move "currency differs from the original payment"
		    to Gw_rcl_note_x_ws
	    When Gw_rcl_our_amt_ws not = Gw_rcl_their_amt_ws
		Move "amount differs from the original payment"
		    to Gw_rcl_note_x_ws
	    When other
		Move "O" to Gw_rcl_status_ws
		%beg Gw_rcl_bank_vs = Msg_ftr_set.Loc_info.Bank; %end
	End-evaluate.

	%Beg
	BREAK: MSG_FTR_SET;
	BREAK: MSG_UNION;
	BREAK: MSG_HISTORY_SEQ;
	%End.

D30_MATCH_ORIGINAL_NOTE.
%^ An unmatched recall keeps no TRN -- operations keys the right one
%^ on MENU_RCL.

	If Gw_rcl_status_ws = "U"
	    %beg Gw_rcl_trn_vs = NULL; %end
	End-if.
	%beg
	Gw_clip_compose ^OUT(Gw_rcl_note_vs) Gw_rcl_note_x_ws, /;
	%end.

D30_MATCH_ORIGINAL_end.
	exit.
