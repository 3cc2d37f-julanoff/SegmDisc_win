%Module RETURN_WIRE_GEN <main>;
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

* Return wires for late cancellations.
*
* RPT_CANCEL_DISP notes every LATE cancellation -- the original had
* already gone out on FEDOUT_LOG or SECOUT_LOG -- as an "O"wed entry
* on RETURN_OWED_QUE, keyed by the original TRN and linked to the
* cancellation log entry that raised it.  This batch builds the
* return wire for each owed entry instead of it being hand-keyed:
*
*	- the original is connected through the REF_INDEX (the
*	  DSID_REPLAY connect) and its parties, amount, currency and
*	  debit value date are taken;
*	- the compensation is principal x annual rate x days / basis,
*	  to the cent, where the days run from the original's value
*	  date to today and the rate and day basis come from
*	  RETURN_COMP_RATES ("ccy rate basis", one line per currency,
*	  a "***" line for any other currency);
*	- a new message is created through DAT_CREATE_MSG in the
*	  original's bank with the debit and credit parties reversed,
*	  the original TRN as the credit reference, principal plus
*	  compensation as the amount, and memos giving the original
*	  TRN, the cancellation log entry, and the compensation
*	  workings, and a UETR of its own (UETR_ASSIGN);
*	- the owed entry goes to "P"repared carrying the return TRN
*	  and the compensation, in the same commit as the new message.
*
* The return commits into repair like any keyed wire and is not sent
* until an operator has checked it and confirmed it on the RWC screen
* (MENU_RWC), which moves the entry to "S"ent.  An original that
* cannot be connected or a create that fails leaves the entry owed
* with the reason in its Last_memo, and the next run tries again.
* RPT_RETURN_OWED lists everything owed or prepared but not sent.
*
* An owed entry carrying a Recall_id was raised by MENU_RCL when an
* operator accepted another bank's camt.056 recall of the original.
* Its return is built the same way but owes no compensation -- the
* sender asked for its own payment back -- and memo 1 names the
* recall instead of a cancellation log.
*
* Each run lists every entry it worked in RETURN_WIRE_GEN_OUTPUT.

* REVISION HISTORY
* ----------------
*
* R. Iverson	17-Aug-2010	CR13198
*	New module.
*
* R. Iverson	26-Oct-2010	CR13228
*	The return is given its own UETR (UETR_ASSIGN) as it is
*	created.
*
* R. Iverson	18-Jan-2011	CR13264
*	Returns for accepted camt.056 recalls (owed entries with a
*	Recall_id) are built without compensation.
*
* R. Iverson	01-Feb-2011	CR13270
*	UETR_ASSIGN is passed its full four-byte source, "RTN ".

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select RATES_FILE	Assign to "RETURN_COMP_RATES"
	       FILE STATUS IS Rates_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select RWG_RPT_FILE	Assign to "RETURN_WIRE_GEN_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  RATES_FILE record 40 characters.
01  RATES_REC.
    02 RTE_CURRENCY		Pic X(03).
    02 Filler			Pic X(01).
    02 RTE_RATE			Pic 9(03)v9(06).
    02 Filler			Pic X(01).
    02 RTE_BASIS		Pic 9(03).
    02 Filler			Pic X(23).

FD  RWG_RPT_FILE record 132 characters.
01  RWG_RPT_REC			Pic X(132).

Working-Storage Section.

01 Rates_file_stat		Pic XX value spaces.
01 Rates_eof_sw			Pic X value "N".
   88 Rates_eof			value "Y".

* Per currency compensation rates loaded from RETURN_COMP_RATES, the
* POS_MON_LIMITS table idiom.  A "***" line is the default.
01 Rwg_rate_tbl_ws.
   02 Rwg_rate_entry_ws		occurs 200 times.
      03 Rwg_rate_ccy_ws		pic x(03).
      03 Rwg_rate_pct_ws		pic 9(03)v9(06) comp-3 value zeroes.
      03 Rwg_rate_basis_ws		pic 9(03) comp-5 value zeroes.

01 Rwg_rate_count_ws		pic 9(04) comp-5 value zeroes.
01 Rwg_rate_idx_ws		pic 9(04) comp-5 value zeroes.
01 Rwg_rate_have_sw		Pic X value "N".
   88 Rwg_rate_have		value "Y".

01 Rwg_pct_ws			pic 9(03)v9(06) comp-3 value zeroes.
01 Rwg_basis_ws			pic 9(03) comp-5 value zeroes.
01 Rwg_days_ws			pic 9(05) comp-5 value zeroes.
01 Rwg_principal_ws		pic 9(15)v9(3) value zeroes.
01 Rwg_comp_ws			pic 9(15)v9(2) comp-3 value zeroes.
01 Rwg_comp_d_ws		pic 9(15)v9(3) value zeroes.
01 Rwg_total_d_ws		pic 9(15)v9(3) value zeroes.

01 Owed_count_ws		pic 9(07) comp-5 value zeroes.
01 Prepared_count_ws		pic 9(07) comp-5 value zeroes.
01 Failed_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-3/COMP-5 fields above for the STRINGs below.
01 Rwg_pct_ws_d			pic 9(03).9(06) usage display.
01 Rwg_days_ws_d		pic 9(05) usage display.
01 Rwg_basis_ws_d		pic 9(03) usage display.
01 Owed_count_ws_d		pic 9(07) usage display.
01 Prepared_count_ws_d		pic 9(07) usage display.
01 Failed_count_ws_d		pic 9(07) usage display.

01 Rwg_orig_trn_x_ws		Pic X(16).
01 Rwg_recall_x_ws		Pic X(35).
01 Rwg_ret_trn_x_ws		Pic X(16).
01 Rwg_fail_reason_ws		Pic X(60).
01 Rwg_memo_x_ws		Pic X(80).
01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end
%def		<ENT>		%`SBJ_DD_PATH:ENT_FSECT.DDL`		%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Rwg_owed_q:		que(%`SBJ_DD_PATH:RETURN_OWED_QUE.DDF`);
Rwg_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Rwg_create_sts:		Boolean;
Ws_rsts:		boolean;
Rwg_compose:		Compose(^NOTRAP);
Rwg_clip_compose:	Compose(^NOTRAILING_BLANKS);

Rwg_trn_vs:		vstr(16);
Rwg_ret_trn_vs:		vstr(16);
Rwg_memo_vs:		vstr(80);

%^ The original wire, taken before it is released for the create.
Rwg_bank_vs:		vstr(3);
Rwg_ccy_ws:		str(3);
Rwg_amount_ws:		amount;
Rwg_comp_amt_ws:	amount;
Rwg_total_amt_ws:	amount;
Rwg_o_dbt_idtype_ws:	str(1);
Rwg_o_dbt_id_ws:	vstr(64);
Rwg_o_dbt_acct_ws:	str(34);
Rwg_o_dbt_name1_ws:	vstr(64);
Rwg_o_dbt_name2_ws:	vstr(64);
Rwg_o_dbt_name3_ws:	vstr(64);
Rwg_o_dbt_name4_ws:	vstr(64);
Rwg_o_cdt_idtype_ws:	str(1);
Rwg_o_cdt_id_ws:	vstr(64);
Rwg_o_cdt_acct_ws:	str(34);
Rwg_o_cdt_name1_ws:	vstr(64);
Rwg_o_cdt_name2_ws:	vstr(64);
Rwg_o_cdt_name3_ws:	vstr(64);
Rwg_o_cdt_name4_ws:	vstr(64);
Rwg_vdate_ws:		str(8);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_LOAD_RATES thru A20_LOAD_RATES_end.

	Open Output RWG_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Return wires for late cancellations" Delimited by size
		into Report_line_ws.
	Write RWG_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Result    Original_TRN      Return_TRN        "
		Delimited by size,
	       "Principal           Compensation        Days"
		Delimited by size
		into Report_line_ws.
	Write RWG_RPT_REC from Report_line_ws.

	Perform B10_SCAN_OWED thru B10_SCAN_OWED_end.

	Move Owed_count_ws to Owed_count_ws_d.
	Move Prepared_count_ws to Prepared_count_ws_d.
	Move Failed_count_ws to Failed_count_ws_d.
	Move spaces to Report_line_ws.
	String Owed_count_ws_d Delimited by size,
	       " owed return(s): " Delimited by size,
	       Prepared_count_ws_d Delimited by size,
	       " prepared for confirmation, " Delimited by size,
	       Failed_count_ws_d Delimited by size,
	       " still owed" Delimited by size
		into Report_line_ws.
	Write RWG_RPT_REC from Report_line_ws.

	Close RWG_RPT_FILE.

	%beg
	break: INDEXA;
	break: Rwg_owed_q;
	%end.

	%^*********************************************************************
	%^* RETURN_WIRE_GEN$_COUNT  /I ${1} owed return(s): ${2} prepared
	%^*	for confirmation, ${3} still owed.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RETURN_WIRE_GEN$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Owed_count_ws, Prepared_count_ws,
				    Failed_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	MSG_UNION	(NoMod);
	MSG_HISTORY_SEQ	(NoMod,NoTrap);
	INDEXA		(Read_Only);
	%End.

	call "DAT_CONN_ROOT".

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%RETURN_WIRE_GEN-E-NOREFNDX, cannot connect REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"RETURN_OWED_QUE" to Rwg_owed_q giving Ws_rsts;

A10_SBJ_INIT_end.
	exit.


A20_LOAD_RATES.
%^ Load the per currency compensation rates.  A missing rates file, or
%^ a currency with neither its own line nor a "***" line, builds the
%^ return with no compensation, and the report says so.

	Move zero to Rwg_rate_count_ws.

	Open Input RATES_FILE.
	If Rates_file_stat not = "00"
	    Go to A20_LOAD_RATES_end
	End-if.

	Perform until Rates_eof

	    Read RATES_FILE
		at end Move "Y" to Rates_eof_sw
		not at end
		    If RTE_CURRENCY not = spaces
		      and RTE_RATE is numeric
		      and Rwg_rate_count_ws < 200
			Add 1 to Rwg_rate_count_ws
			Move RTE_CURRENCY
				to Rwg_rate_ccy_ws(Rwg_rate_count_ws)
			Move RTE_RATE
				to Rwg_rate_pct_ws(Rwg_rate_count_ws)
			If RTE_BASIS = 365
			    Move 365
				to Rwg_rate_basis_ws(Rwg_rate_count_ws)
			Else
			    Move 360
				to Rwg_rate_basis_ws(Rwg_rate_count_ws)
			End-if
		    End-if
	    End-read

	End-perform.

	Close RATES_FILE.

A20_LOAD_RATES_end.
	exit.


B10_SCAN_OWED.
%^ Walk the owed returns.  Each build commits or cancels its own
%^ transaction, so the queue position is re-sought from the saved
%^ original TRN after every one rather than trusting the cursor
%^ across the commit (the DSID_REPLAY re-seat).

	%beg
	FIRST: Rwg_owed_q;
	%end.

	Perform until Seq_end_is in Rwg_owed_q_cursor

	    If Owed_status of Rwg_owed_q = "O"
		%beg Rwg_trn_vs = Rwg_owed_q.Trn_key; %end
		Move Recall_id of Rwg_owed_q to Rwg_recall_x_ws
		Perform C10_BUILD_ONE thru C10_BUILD_ONE_end
		%beg
		BREAK: Rwg_owed_q;
		SEARCH: Rwg_owed_q (notrap, forward, eql,
			Key = Rwg_trn_vs);
		%end
		If failure_is in Rwg_owed_q_status
		    %beg
		    SEARCH: Rwg_owed_q (notrap, forward, geq,
			    Key = Rwg_trn_vs);
		    %end
		    If failure_is in Rwg_owed_q_status
			Go to B10_SCAN_OWED_end
		    End-if
		End-if
	    End-if

	    %beg NEXT: Rwg_owed_q; %end

	End-perform.

B10_SCAN_OWED_end.
	exit.


C10_BUILD_ONE.
%^ Connect the original, take what the return needs, price the
%^ compensation, and build the return.

	Add 1 to Owed_count_ws.

	Move spaces to Rwg_orig_trn_x_ws, Rwg_ret_trn_x_ws,
		       Rwg_fail_reason_ws.
	Move Rwg_trn_vs(1:Rwg_trn_vs_length) to Rwg_orig_trn_x_ws.
	Move Rwg_orig_trn_x_ws(1:8) to Trn_date_ws of Rwg_trn_key_ws.
	Move Rwg_orig_trn_x_ws(9:8) to Trn_num_ws of Rwg_trn_key_ws.

	%Beg INDEXA ^Search (forward, eql, key = Rwg_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Move "original not on the REF_INDEX" to Rwg_fail_reason_ws
	    Perform D90_STILL_OWED thru D90_STILL_OWED_end
	    Go to C10_BUILD_ONE_end
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "original message history not found"
		to Rwg_fail_reason_ws
	    Perform D90_STILL_OWED thru D90_STILL_OWED_end
	    Go to C10_BUILD_ONE_end
	End-if.

	%Beg
	Msg_history_seq TOP: Msg_union (notrap,
	    .Ftr CONN: Ent_ftr_set (notrap) );
	Msg_union_sts = Msg_union STATUS;
	Msg_ftr_sts = Ent_ftr_set STATUS;
	Msg_union (etrap);
	Ent_ftr_set (etrap);
	%End.

	If (Failure_is in Msg_union_sts) or
	   (Failure_is in Msg_ftr_sts)
	    %Beg
	    BREAK: MSG_HISTORY_SEQ;
	    BREAK: MSG_UNION;
	    %End
	    Move "original message could not be connected"
		to Rwg_fail_reason_ws
	    Perform D90_STILL_OWED thru D90_STILL_OWED_end
	    Go to C10_BUILD_ONE_end
	End-if.

	%beg
	msg_history_seq equate: ent_msg_history(nomod);
	%end.

	Call "DAT_CONN_MSG".

	Perform D10_TAKE_ORIGINAL thru D10_TAKE_ORIGINAL_end.

	Call "DAT_BREAK_MSG".

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	%End.

	Perform D20_PRICE_COMPENSATION thru D20_PRICE_COMPENSATION_end.

	Perform D30_CREATE_RETURN thru D30_CREATE_RETURN_end.

C10_BUILD_ONE_end.
	exit.


D10_TAKE_ORIGINAL.
%^ Everything the return needs from the original, taken while it is
%^ connected.  The days for the compensation run from the original's
%^ debit value date to today.

	%Beg
	Rwg_bank_vs	    = Ent_ftr_set.Loc_info.Bank;
	Rwg_ccy_ws	    = Ent_ftr_set.Currency_code;
	Rwg_amount_ws	    = Ent_ftr_set.Amount;
	Rwg_vdate_ws	    = Ent_debit_set.Dbt_value_date.yyyymmdd;

	Rwg_o_dbt_idtype_ws = Ent_debit_set.Dbt_typ.Dbt_idtype;
	Rwg_o_dbt_id_ws	    = Ent_debit_set.Dbt_typ.Dbt_id;
	Rwg_o_dbt_acct_ws   = Ent_debit_set.Dbt_account;
	Rwg_o_dbt_name1_ws  = Ent_debit_set.Dbt_name1;
	Rwg_o_dbt_name2_ws  = Ent_debit_set.Dbt_name2;
	Rwg_o_dbt_name3_ws  = Ent_debit_set.Dbt_name3;
	Rwg_o_dbt_name4_ws  = Ent_debit_set.Dbt_name4;

	Rwg_o_cdt_idtype_ws = Ent_credit_set.Cdt_typ.Cdt_idtype;
	Rwg_o_cdt_id_ws	    = Ent_credit_set.Cdt_typ.Cdt_id;
	Rwg_o_cdt_acct_ws   = Ent_credit_set.Cdt_account;
	Rwg_o_cdt_name1_ws  = Ent_credit_set.Cdt_name1;
	Rwg_o_cdt_name2_ws  = Ent_credit_set.Cdt_name2;
	Rwg_o_cdt_name3_ws  = Ent_credit_set.Cdt_name3;
	Rwg_o_cdt_name4_ws  = Ent_credit_set.Cdt_name4;
	%End.

	Move zero to Rwg_days_ws.
	If Rwg_vdate_ws not = spaces
	    Call "NEX_DAYS_SINCE" using
		by reference Dbt_value_date of Ent_debit_set
	      returning Rwg_days_ws
	End-if.

	Move Amount of Ent_ftr_set to Rwg_principal_ws.

D10_TAKE_ORIGINAL_end.
	exit.


D20_PRICE_COMPENSATION.
%^ Compensation = principal x annual rate (percent) x days / basis,
%^ rounded to the cent.  A return for an accepted recall is the
%^ sender's own payment back and owes none.

	Move "N" to Rwg_rate_have_sw.
	If Rwg_recall_x_ws = spaces
	    Perform X10_FIND_RATE thru X10_FIND_RATE_end
	End-if.

	Move zero to Rwg_comp_ws.
	If Rwg_rate_have
	    Compute Rwg_comp_ws rounded =
		(Rwg_principal_ws * Rwg_pct_ws * Rwg_days_ws) /
		(100 * Rwg_basis_ws)
	End-if.

	Move Rwg_comp_ws to Rwg_comp_d_ws.
	Compute Rwg_total_d_ws = Rwg_principal_ws + Rwg_comp_d_ws.
	Move Rwg_comp_d_ws to Rwg_comp_amt_ws.

D20_PRICE_COMPENSATION_end.
	exit.


D30_CREATE_RETURN.
%^ Create the return in the original's bank with the parties
%^ reversed, the original TRN as the credit reference, and the
%^ principal plus compensation as the amount; the owed entry goes to
%^ "P"repared in the same commit, so the message and its link back to
%^ the cancellation can never disagree.

	%beg
	BREAK: Rwg_owed_q;
	SEARCH: Rwg_owed_q (notrap, forward, eql, Key = Rwg_trn_vs);
	%end.
	If failure_is in Rwg_owed_q_status
	    Move "owed entry no longer on file" to Rwg_fail_reason_ws
	    Add 1 to Failed_count_ws
	    Perform D95_REPORT_ONE thru D95_REPORT_ONE_end
	    Go to D30_CREATE_RETURN_end
	End-if.

	CALL "DAT_CREATE_MSG" using
	    by reference Rwg_bank_vs
	    by reference Rwg_bank_vs_length
	  RETURNING Rwg_create_sts.

	If Failure_is in Rwg_create_sts
	    %beg CANCEL: Tran; %end
	    Move "return message create failed" to Rwg_fail_reason_ws
	    Perform D90_STILL_OWED thru D90_STILL_OWED_end
	    Go to D30_CREATE_RETURN_end
	End-if.

	Move Rwg_total_d_ws to Rwg_total_amt_ws.

	%beg
	Ent_ftr_set.Loc_info.Bank = Rwg_bank_vs;
	Ent_ftr_set.Currency_code = Rwg_ccy_ws;
	Ent_ftr_set.Amount	  = Rwg_total_amt_ws;

	Ent_debit_set.Dbt_typ.Dbt_idtype  = Rwg_o_cdt_idtype_ws;
	Ent_debit_set.Dbt_typ.Dbt_id	  = Rwg_o_cdt_id_ws;
	Ent_debit_set.Dbt_account	  = Rwg_o_cdt_acct_ws;
	Ent_debit_set.Dbt_name1		  = Rwg_o_cdt_name1_ws;
	Ent_debit_set.Dbt_name2		  = Rwg_o_cdt_name2_ws;
	Ent_debit_set.Dbt_name3		  = Rwg_o_cdt_name3_ws;
	Ent_debit_set.Dbt_name4		  = Rwg_o_cdt_name4_ws;

	Ent_credit_set.Cdt_typ.Cdt_idtype = Rwg_o_dbt_idtype_ws;
	Ent_credit_set.Cdt_typ.Cdt_id	  = Rwg_o_dbt_id_ws;
	Ent_credit_set.Cdt_account	  = Rwg_o_dbt_acct_ws;
	Ent_credit_set.Cdt_name1	  = Rwg_o_dbt_name1_ws;
	Ent_credit_set.Cdt_name2	  = Rwg_o_dbt_name2_ws;
	Ent_credit_set.Cdt_name3	  = Rwg_o_dbt_name3_ws;
	Ent_credit_set.Cdt_name4	  = Rwg_o_dbt_name4_ws;
	Ent_credit_set.Cdt_ref_num	  = Rwg_trn_vs;

	Rwg_compose ^OUT(Rwg_ret_trn_vs)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;
	%end.

	Move Rwg_ret_trn_vs(1:Rwg_ret_trn_vs_length) to Rwg_ret_trn_x_ws.

* The return's own UETR, and its created milestone.
	CALL "UETR_ASSIGN" using
	    by content "RTN ".

* Memo 1: what this return is for and where it came from.
	Move spaces to Rwg_memo_x_ws.
	If Rwg_recall_x_ws not = spaces
	    String "Return of " Delimited by size,
		   Rwg_orig_trn_x_ws(1:8) Delimited by size,
		   "-" Delimited by size,
		   Rwg_orig_trn_x_ws(9:8) Delimited by size,
		   " - recall " Delimited by size,
		   Rwg_recall_x_ws Delimited by space
		    into Rwg_memo_x_ws
	Else
	    String "Return of " Delimited by size,
		   Rwg_orig_trn_x_ws(1:8) Delimited by size,
		   "-" Delimited by size,
		   Rwg_orig_trn_x_ws(9:8) Delimited by size,
		   " - late cancel on " Delimited by size,
		   Bank of Rwg_owed_q Delimited by size,
		   " " Delimited by size,
		   Cxl_log of Rwg_owed_q Delimited by size
		    into Rwg_memo_x_ws
	End-if.
	Perform D40_ADD_MEMO thru D40_ADD_MEMO_end.

* Memo 2: the compensation workings.
	Move Rwg_days_ws to Rwg_days_ws_d.
	Move Rwg_pct_ws to Rwg_pct_ws_d.
	Move Rwg_basis_ws to Rwg_basis_ws_d.
	Move spaces to Rwg_memo_x_ws.
	If Rwg_rate_have
	    String "Compensation " Delimited by size,
		   Rwg_comp_d_ws Delimited by size,
		   " " Delimited by size,
		   Rwg_ccy_ws Delimited by size,
		   " = " Delimited by size,
		   Rwg_days_ws_d Delimited by size,
		   " days at " Delimited by size,
		   Rwg_pct_ws_d Delimited by size,
		   "% /" Delimited by size,
		   Rwg_basis_ws_d Delimited by size
		    into Rwg_memo_x_ws
	Else
	    If Rwg_recall_x_ws not = spaces
		Move "No compensation - returned on the sender's recall"
		    to Rwg_memo_x_ws
	    Else
		String "No compensation - no RETURN_COMP_RATES rate for "
			Delimited by size,
		       Rwg_ccy_ws Delimited by size
			into Rwg_memo_x_ws
	    End-if
	End-if.
	Perform D40_ADD_MEMO thru D40_ADD_MEMO_end.

	%beg
	Rwg_owed_q(notrap,
	    .Owed_status   = "P",
	    .Return_trn	   = Rwg_ret_trn_vs,
	    .Currency	   = Rwg_ccy_ws,
	    .Principal	   = Rwg_amount_ws,
	    .Compensation  = Rwg_comp_amt_ws,
	    .Comp_days	   = Rwg_days_ws,
	    .Comp_rate	   = Rwg_pct_ws,
	    .Prepared_time NOW,
	    .Last_memo	   = NULL );
	COMMIT: Tran;
	%end.

	Add 1 to Prepared_count_ws.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D30_CREATE_RETURN_end.
	exit.


D40_ADD_MEMO.
%^ One *SYS_MEMO on the return, from Rwg_memo_x_ws.

	%beg
	Rwg_clip_compose ^OUT(Rwg_memo_vs) Rwg_memo_x_ws, /;

	ALLOC_END: Ent_msg_history (
			.qname (
				.Idbank = Ent_ftr_set.Loc_info.Bank,
				.Idloc = NULL,
				.Idname= "*SYS_MEMO"),
			.memo   = Rwg_memo_vs,
			.qtype	= "OBJTYP$_NULL");
	%end.

D40_ADD_MEMO_end.
	exit.


D90_STILL_OWED.
%^ The return could not be built this run.  The entry stays owed with
%^ the reason, for RPT_RETURN_OWED and the next run.

	Add 1 to Failed_count_ws.

	%beg
	Rwg_clip_compose ^OUT(Rwg_memo_vs) Rwg_fail_reason_ws, /;

	BREAK: Rwg_owed_q;
	SEARCH: Rwg_owed_q (notrap, forward, eql, Key = Rwg_trn_vs);
	%end.

	If success_is in Rwg_owed_q_status
	    %beg
	    Rwg_owed_q(notrap, .Last_memo = Rwg_memo_vs );
	    COMMIT: Tran;
	    %end
	End-if.

	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D90_STILL_OWED_end.
	exit.


D95_REPORT_ONE.

	Move Rwg_days_ws to Rwg_days_ws_d.
	Move spaces to Report_line_ws.
	If Rwg_fail_reason_ws = spaces
	    String "PREPARED  " Delimited by size,
		   Rwg_orig_trn_x_ws Delimited by size,
		   "  " Delimited by size,
		   Rwg_ret_trn_x_ws Delimited by size,
		   "  " Delimited by size,
		   Rwg_principal_ws Delimited by size,
		   "  " Delimited by size,
		   Rwg_comp_d_ws Delimited by size,
		   "  " Delimited by size,
		   Rwg_days_ws_d Delimited by size,
		   "  " Delimited by size,
		   Rwg_ccy_ws Delimited by size
		    into Report_line_ws
	Else
	    String "OWED      " Delimited by size,
		   Rwg_orig_trn_x_ws Delimited by size,
		   "  " Delimited by size,
		   Rwg_fail_reason_ws Delimited by size
		    into Report_line_ws
	End-if.
	Write RWG_RPT_REC from Report_line_ws.

D95_REPORT_ONE_end.
	exit.


X10_FIND_RATE.
%^ Look up the rate and day basis for Rwg_ccy_ws, falling back to the
%^ "***" line.

	Move "N" to Rwg_rate_have_sw.
	Move zero to Rwg_pct_ws.
	Move 360 to Rwg_basis_ws.

	Perform varying Rwg_rate_idx_ws from 1 by 1
		until Rwg_rate_idx_ws > Rwg_rate_count_ws
	    If Rwg_rate_ccy_ws(Rwg_rate_idx_ws) = Rwg_ccy_ws
		Move Rwg_rate_pct_ws(Rwg_rate_idx_ws) to Rwg_pct_ws
		Move Rwg_rate_basis_ws(Rwg_rate_idx_ws) to Rwg_basis_ws
		Move "Y" to Rwg_rate_have_sw
		Compute Rwg_rate_idx_ws = Rwg_rate_count_ws + 1
	    End-if
	End-perform.

	If Rwg_rate_have
	    Go to X10_FIND_RATE_end
	End-if.

	Perform varying Rwg_rate_idx_ws from 1 by 1
		until Rwg_rate_idx_ws > Rwg_rate_count_ws
	    If Rwg_rate_ccy_ws(Rwg_rate_idx_ws) = "***"
		Move Rwg_rate_pct_ws(Rwg_rate_idx_ws) to Rwg_pct_ws
		Move Rwg_rate_basis_ws(Rwg_rate_idx_ws) to Rwg_basis_ws
		Move "Y" to Rwg_rate_have_sw
		Compute Rwg_rate_idx_ws = Rwg_rate_count_ws + 1
	    End-if
	End-perform.

X10_FIND_RATE_end.
	exit.
