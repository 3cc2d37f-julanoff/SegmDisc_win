%Module RECALL_RESPOND <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* camt.029 resolutions for decided payment recalls.
*
* IFML_GATEWAY files each inbound camt.056 FIToFIPmtCxlReq -- another
* bank asking for a payment it sent us back -- on RECALL_QUE, and
* operations accepts or rejects it on MENU_RCL.  This batch answers
* the requesting bank: one ISO 20022 camt.029.001.03
* ResolutionOfInvestigation document per decided recall, written to
* RECALL_CAMT029_OUTPUT (one <?xml ...> document after another, the
* way IFML_GATEWAY reads its own input):
*
*	Assgnmt		our own assignment id (RSL + date, time and a
*			sequence), the recall's assignee (us) as
*			Assgnr and its assigner as Assgne
*	RslvdCase	the recall's case id and its creator
*	Sts Conf	CNCL accepted, RJCR rejected
*	CxlDtls		the original group (the recall names no
*			message name, so a pacs.008 is assumed), the
*			original end-to-end and transaction ids, the
*			transaction status, the reason and the
*			original settlement amount and date
*
* A rejected recall is answered at once, with the reject reason
* keyed on MENU_RCL and the operator's memo.  An accepted recall is
* answered only once its return has actually gone -- its
* RETURN_OWED_QUE entry confirmed "S"ent on MENU_RWC -- and the
* answer names the return TRN; until then it waits for a later run.
* Each answered recall is marked with the response id and time in
* the same commit, so no recall is ever answered twice.

* REVISION HISTORY
* ----------------
*
* R. Iverson	18-Jan-2011	CR13264
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select RRS_OUT_FILE	Assign to "RECALL_CAMT029_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  RRS_OUT_FILE record 512 characters.
01  RRS_OUT_REC			Pic X(512).

Working-Storage Section.

01 Answered_count_ws		pic 9(07) comp-5 value zeroes.
01 Waiting_count_ws		pic 9(07) comp-5 value zeroes.
01 Rrs_seq_ws			pic 9(04) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP fields above.
01 Rrs_seq_d_ws			pic 9(04) usage display.

* The recall being answered.
01 Rrs_status_x_ws		Pic X(01).
01 Rrs_conf_x_ws		Pic X(04).
01 Rrs_msg_id_x_ws		Pic X(35).
01 Rrs_ret_trn_x_ws		Pic X(16).
01 Rrs_ready_sw			Pic X value "N".
   88 Rrs_ready			value "Y".

* Amount formatting (see X10_FORMAT_AMOUNT): the PAIN001_INTAKE
* idiom -- explicit decimal point, no leading zeros.
01 Rrs_fmt_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Rrs_fmt_disp_ws		pic 9(15)v9(3) usage display.
01 Rrs_fmt_digits_ws redefines Rrs_fmt_disp_ws.
   05 Rrs_fmt_int_x_ws		pic x(15).
   05 Rrs_fmt_frac_x_ws		pic x(03).
01 Rrs_fmt_txt_ws		pic x(20).
01 Rrs_fmt_len_ws		pic 9(02) comp-5 value zeroes.
01 Rrs_fmt_pos_ws		pic 9(02) comp-5 value zeroes.
01 Rrs_fmt_rem_ws		pic 9(02) comp-5 value zeroes.
01 Rrs_fmt_idx_ws		pic 9(02) comp-5 value zeroes.

* camt.029 output.
01 Rrs_date_ws			Pic X(08) value spaces.
01 Rrs_hhmm_ws			Pic X(04) value spaces.
01 Rrs_dtm_ws			Pic X(20) value spaces.
01 Rrs_el_name_ws		Pic X(20).
01 Rrs_el_val_ws		Pic X(140).
01 Rrs_bic_x_ws			Pic X(11).
01 Out_line_ws			Pic X(512).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def				%^ local fsect

Rrs_q:			que(%`SBJ_DD_PATH:RECALL_QUE.DDF`);
Rrs_owed_q:		que(%`SBJ_DD_PATH:RETURN_OWED_QUE.DDF`);
Ws_rsts:		boolean;
Rrs_clip_compose:	Compose(^NOTRAILING_BLANKS);

Rrs_id_vs:		vstr(35);
Rrs_trn_vs:		vstr(16);
Rrs_ret_trn_vs:		vstr(16);
Rrs_msg_id_vs:		vstr(35);
Rrs_memo_vs:		vstr(80);
Rrs_esc_in_vs:		vstr(140);
Rrs_esc_out_vs:		vstr(400);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output RRS_OUT_FILE.

	Perform B10_SCAN_RECALLS thru B10_SCAN_RECALLS_end.

	Close RRS_OUT_FILE.

	%beg
	BREAK: Rrs_q;
	BREAK: Rrs_owed_q;
	%end.

	%^*********************************************************************
	%^* RECALL_RESPOND$_COUNT  /I ${1} recall(s) answered, ${2} accepted
	%^*	recall(s) still waiting on their return wire.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RECALL_RESPOND$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Answered_count_ws, Waiting_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"RECALL_QUE" to Rrs_q giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%RECALL_RESPOND-E-NOQUEUE, cannot connect RECALL_QUE"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"RETURN_OWED_QUE" to Rrs_owed_q giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%RECALL_RESPOND-E-NOQUEUE, cannot connect"
		    " RETURN_OWED_QUE"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Call "NEX_GET_YYYYMMDD" using
	    by reference Rrs_date_ws.
	Call "NEX_GET_HHMM" using
	    by reference Rrs_hhmm_ws.

	Move spaces to Rrs_dtm_ws.
	String Rrs_date_ws(1:4) "-" Rrs_date_ws(5:2) "-"
	       Rrs_date_ws(7:2) "T" Rrs_hhmm_ws(1:2) ":"
	       Rrs_hhmm_ws(3:2) ":00"
	       Delimited by size into Rrs_dtm_ws.

A10_SBJ_INIT_end.
	exit.


B10_SCAN_RECALLS.
%^ Walk the recalls.  Each answer commits its own transaction, so the
%^ queue position is re-sought from the saved recall id after every
%^ one (the RETURN_WIRE_GEN re-seat).

	%beg
	FIRST: Rrs_q;
	%end.

	Perform until Seq_end_is in Rrs_q_cursor

	    If (Recall_status of Rrs_q = "A" or "R")
	      and Resp_msg_id of Rrs_q = spaces
		%beg Rrs_id_vs = Rrs_q.Recall_id; %end
		Perform C10_ANSWER_ONE thru C10_ANSWER_ONE_end
		%beg
		BREAK: Rrs_q;
		SEARCH: Rrs_q (notrap, forward, eql, Key = Rrs_id_vs);
		%end
		If failure_is in Rrs_q_status
		    %beg
		    SEARCH: Rrs_q (notrap, forward, geq, Key = Rrs_id_vs);
		    %end
		    If failure_is in Rrs_q_status
			Go to B10_SCAN_RECALLS_end
		    End-if
		End-if
	    End-if

	    %beg NEXT: Rrs_q; %end

	End-perform.

B10_SCAN_RECALLS_end.
	exit.


C10_ANSWER_ONE.
%^ One decided recall: an accepted one waits for its return to have
%^ been sent; then the camt.029 is written and the recall marked.

	Move Recall_status of Rrs_q to Rrs_status_x_ws.
	Move spaces to Rrs_ret_trn_x_ws.

	If Rrs_status_x_ws = "A"
	    Perform D10_CHECK_RETURN thru D10_CHECK_RETURN_end
	    If not Rrs_ready
		Add 1 to Waiting_count_ws
		Go to C10_ANSWER_ONE_end
	    End-if
	    Move "CNCL" to Rrs_conf_x_ws
	Else
	    Move "RJCR" to Rrs_conf_x_ws
	End-if.

	Add 1 to Rrs_seq_ws.
	Move Rrs_seq_ws to Rrs_seq_d_ws.
	Move spaces to Rrs_msg_id_x_ws.
	String "RSL" Delimited by size,
	       Rrs_date_ws Delimited by size,
	       Rrs_hhmm_ws Delimited by size,
	       Rrs_seq_d_ws Delimited by size
		into Rrs_msg_id_x_ws.
	%beg
	Rrs_clip_compose ^OUT(Rrs_msg_id_vs) Rrs_msg_id_x_ws, /;
	%end.

	Perform D20_WRITE_CAMT029 thru D20_WRITE_CAMT029_end.

	%beg
	Rrs_q(notrap,
	    .Resp_msg_id   = Rrs_msg_id_vs,
	    .Response_time NOW );
	COMMIT: Tran;
	%end.

	Add 1 to Answered_count_ws.

C10_ANSWER_ONE_end.
	exit.


D10_CHECK_RETURN.
%^ An accepted recall is ready to answer once its RETURN_OWED_QUE
%^ entry has gone to "S"ent; the return TRN is kept for the answer.

	Move "N" to Rrs_ready_sw.
	%beg
	Rrs_trn_vs = Rrs_q.Trn_key;
	BREAK: Rrs_owed_q;
	SEARCH: Rrs_owed_q (notrap, forward, eql, Key = Rrs_trn_vs);
	%end.

	If success_is in Rrs_owed_q_status
	    If Owed_status of Rrs_owed_q = "S"
		%beg Rrs_ret_trn_vs = Rrs_owed_q.Return_trn; %end
		If Rrs_ret_trn_vs_length > 0
		    Move Rrs_ret_trn_vs(1:Rrs_ret_trn_vs_length)
			to Rrs_ret_trn_x_ws
		End-if
		Move "Y" to Rrs_ready_sw
	    End-if
	End-if.

	%beg BREAK: Rrs_owed_q; %end.

D10_CHECK_RETURN_end.
	exit.


D20_WRITE_CAMT029.
%^ The ResolutionOfInvestigation document for the positioned recall.

	Move spaces to Out_line_ws.
	String '<?xml version="1.0" encoding="UTF-8" ?>'
		Delimited by size into Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	String '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
	       'camt.029.001.03">'
		Delimited by size into Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	Move "<RsltnOfInvstgtn>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

* Assignment: from us (the recall's assignee) to the requester.
	Move spaces to Out_line_ws.
	Move "<Assgnmt>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move "Id" to Rrs_el_name_ws.
	Move Rrs_msg_id_x_ws to Rrs_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	Move spaces to Out_line_ws.
	Move "<Assgnr>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.
	Move Assignee of Rrs_q to Rrs_bic_x_ws.
	Perform X20_WRITE_AGENT thru X20_WRITE_AGENT_end.
	Move spaces to Out_line_ws.
	Move "</Assgnr>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	Move "<Assgne>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.
	Move Assigner of Rrs_q to Rrs_bic_x_ws.
	Perform X20_WRITE_AGENT thru X20_WRITE_AGENT_end.
	Move spaces to Out_line_ws.
	Move "</Assgne>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move "CreDtTm" to Rrs_el_name_ws.
	Move Rrs_dtm_ws(1:19) to Rrs_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	Move spaces to Out_line_ws.
	Move "</Assgnmt>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

* The case being resolved, as the requester opened it.
	If Case_id of Rrs_q not = spaces
	    Move spaces to Out_line_ws
	    Move "<RslvdCase>" to Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	    Move "Id" to Rrs_el_name_ws
	    Move Case_id of Rrs_q to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	    Move spaces to Out_line_ws
	    Move "<Cretr>" to Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	    Move Assigner of Rrs_q to Rrs_bic_x_ws
	    Perform X20_WRITE_AGENT thru X20_WRITE_AGENT_end
	    Move spaces to Out_line_ws
	    Move "</Cretr></RslvdCase>" to Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	End-if.

	Move spaces to Out_line_ws.
	String "<Sts><Conf>" Delimited by size,
	       Rrs_conf_x_ws Delimited by size,
	       "</Conf></Sts>" Delimited by size
		into Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Perform D30_WRITE_TX_STATUS thru D30_WRITE_TX_STATUS_end.

	Move spaces to Out_line_ws.
	Move "</RsltnOfInvstgtn>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move spaces to Out_line_ws.
	Move "</Document>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

D20_WRITE_CAMT029_end.
	exit.


D30_WRITE_TX_STATUS.
%^ CxlDtls/TxInfAndSts: the recalled payment and what became of it.

	Move spaces to Out_line_ws.
	Move "<CxlDtls><TxInfAndSts>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	If Cxl_id of Rrs_q not = spaces
	    Move "CxlStsId" to Rrs_el_name_ws
	    Move Cxl_id of Rrs_q to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	If Orig_msg_id of Rrs_q not = spaces
	    Move spaces to Out_line_ws
	    Move "<OrgnlGrpInf>" to Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	    Move "OrgnlMsgId" to Rrs_el_name_ws
	    Move Orig_msg_id of Rrs_q to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	    Move "OrgnlMsgNmId" to Rrs_el_name_ws
	    Move "pacs.008.001.02" to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	    Move spaces to Out_line_ws
	    Move "</OrgnlGrpInf>" to Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	End-if.

	If Orig_e2e_id of Rrs_q not = spaces
	    Move "OrgnlEndToEndId" to Rrs_el_name_ws
	    Move Orig_e2e_id of Rrs_q to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	If Orig_tx_id of Rrs_q not = spaces
	    Move "OrgnlTxId" to Rrs_el_name_ws
	    Move Orig_tx_id of Rrs_q to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move "TxCxlSts" to Rrs_el_name_ws.
	Move Rrs_conf_x_ws to Rrs_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

* The reason: for a reject its ISO code and the operator's memo, for
* an accept the return that carried the funds back.
	Move spaces to Out_line_ws.
	Move "<CxlStsRsnInf>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	If Rrs_status_x_ws = "R"
	    Move spaces to Out_line_ws
	    String "<Rsn><Cd>" Delimited by size,
		   Reject_code of Rrs_q Delimited by size,
		   "</Cd></Rsn>" Delimited by size
		    into Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	    %beg Rrs_memo_vs = Rrs_q.Last_memo; %end
	    Move spaces to Rrs_el_val_ws
	    If Rrs_memo_vs_length > 0
		Move Rrs_memo_vs(1:Rrs_memo_vs_length) to Rrs_el_val_ws
	    End-if
	Else
	    Move spaces to Rrs_el_val_ws
	    String "Returned as " Delimited by size,
		   Rrs_ret_trn_x_ws(1:8) Delimited by size,
		   "-" Delimited by size,
		   Rrs_ret_trn_x_ws(9:8) Delimited by size
		    into Rrs_el_val_ws
	End-if.

	If Rrs_el_val_ws not = spaces
	    Move "AddtlInf" to Rrs_el_name_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move spaces to Out_line_ws.
	Move "</CxlStsRsnInf>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	If Currency of Rrs_q not = spaces
	    Move Amount of Rrs_q to Rrs_fmt_amt_ws
	    Perform X10_FORMAT_AMOUNT thru X10_FORMAT_AMOUNT_end
	    Move spaces to Out_line_ws
	    String '<OrgnlIntrBkSttlmAmt Ccy="' Delimited by size,
		   Currency of Rrs_q Delimited by size,
		   '">' Delimited by size,
		   Rrs_fmt_txt_ws(1:Rrs_fmt_len_ws) Delimited by size,
		   "</OrgnlIntrBkSttlmAmt>" Delimited by size
		    into Out_line_ws
	    Write RRS_OUT_REC from Out_line_ws
	End-if.

	If Orig_date of Rrs_q not = spaces
	    Move "OrgnlIntrBkSttlmDt" to Rrs_el_name_ws
	    Move Orig_date of Rrs_q to Rrs_el_val_ws
	    Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end
	End-if.

	Move spaces to Out_line_ws.
	Move "</TxInfAndSts></CxlDtls>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

D30_WRITE_TX_STATUS_end.
	exit.


X10_FORMAT_AMOUNT.
%^ Rrs_fmt_amt_ws as digits with an explicit decimal point and no
%^ leading zeros, e.g. "1500.000" -- the PAIN001_INTAKE rendering.

	Move Rrs_fmt_amt_ws to Rrs_fmt_disp_ws.

	Move 15 to Rrs_fmt_pos_ws.
	Perform varying Rrs_fmt_idx_ws from 1 by 1
		until Rrs_fmt_idx_ws > 14
	    If Rrs_fmt_int_x_ws(Rrs_fmt_idx_ws:1) not = "0"
		Move Rrs_fmt_idx_ws to Rrs_fmt_pos_ws
		Move 99 to Rrs_fmt_idx_ws
	    End-if
	End-perform.

	Compute Rrs_fmt_rem_ws = 16 - Rrs_fmt_pos_ws.

	Move spaces to Rrs_fmt_txt_ws.
	String Rrs_fmt_int_x_ws(Rrs_fmt_pos_ws:Rrs_fmt_rem_ws)
		    Delimited by size,
	       "." Delimited by size,
	       Rrs_fmt_frac_x_ws Delimited by size
		into Rrs_fmt_txt_ws.

	Compute Rrs_fmt_len_ws = Rrs_fmt_rem_ws + 4.

X10_FORMAT_AMOUNT_end.
	exit.


X20_WRITE_AGENT.
%^ An Agt/FinInstnId block for the BIC in Rrs_bic_x_ws.

	Move spaces to Out_line_ws.
	Move "<Agt><FinInstnId>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

	Move "BIC" to Rrs_el_name_ws.
	Move Rrs_bic_x_ws to Rrs_el_val_ws.
	Perform X60_WRITE_ELEMENT thru X60_WRITE_ELEMENT_end.

	Move spaces to Out_line_ws.
	Move "</FinInstnId></Agt>" to Out_line_ws.
	Write RRS_OUT_REC from Out_line_ws.

X20_WRITE_AGENT_end.
	exit.


X60_WRITE_ELEMENT.
%^ One <name>value</name> line, the value escaped through
%^ NEX_XML_SEND the way FORMAT_IFML escapes what it composes.

	%beg
	Rrs_clip_compose ^OUT(Rrs_esc_in_vs) Rrs_el_val_ws, /;
	%end.

	CALL "NEX_XML_SEND" USING
	    BY VALUE Rrs_esc_in_vs_length
	    BY REFERENCE Rrs_esc_in_vs
	    BY VALUE 400
	    BY REFERENCE Rrs_esc_out_vs_length
	    BY REFERENCE Rrs_esc_out_vs.

	Move spaces to Out_line_ws.
	If Rrs_esc_out_vs_length > zero
	    String "<" Delimited by size,
		   Rrs_el_name_ws Delimited by space,
		   ">" Delimited by size,
		   Rrs_esc_out_vs(1:Rrs_esc_out_vs_length) Delimited by size,
		   "</" Delimited by size,
		   Rrs_el_name_ws Delimited by space,
		   ">" Delimited by size
		    into Out_line_ws
	Else
	    String "<" Delimited by size,
		   Rrs_el_name_ws Delimited by space,
		   "/>" Delimited by size
		    into Out_line_ws
	End-if.
	Write RRS_OUT_REC from Out_line_ws.

X60_WRITE_ELEMENT_end.
	exit.
