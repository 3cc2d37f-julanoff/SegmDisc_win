%Module COVER_MATCH <main>;
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

* Cover payment matching.
*
* On serial and cover flows the customer transfer (the underlying --
* an MT103, or a pacs.008 through IFML_GATEWAY) and the FI transfer
* that funds it (the cover -- an MT202COV, or a pacs.009 COV) arrive
* as two messages.  This batch pairs them.  Run it from the scheduler
* through the day; each run:
*
*	- walks the report date's REF_INDEX (the standard /DATE and
*	  /BANK, via RPT_INIT) -- which carries the IFML_GATEWAY
*	  messages too -- and puts every underlying and cover it has not
*	  seen before on COVER_MATCH_QUE, keyed by TRN, "O"pen.  Which
*	  messages are which comes from the COVER_MATCH_TABLES config
*	  union (Idbank null): the UNDERLYING: and COVER: items, ordinal
*	  by ordinal, each "src|mt" -- a source code and incoming message
*	  type, either of them "*" for any -- the DBT_MULTI_DEBIT_PARTY
*	  convention.  A message matching neither is left alone;
*	- pairs each open underlying with an open cover of the same
*	  currency, amount and value date, and the same reference: the
*	  same UETR when both carry one, otherwise the cover's related
*	  reference (Cdt_ref_num, its field 21) equal to the underlying's
*	  sender's reference (Sbk_ref_num, its field 20).  Both entries
*	  go to "M"atched, each naming the other;
*	- holds each underlying still unmatched once its currency's
*	  cutoff has passed (CURRENCY_CAL_TABLES CUTOFF:<ccy>:, bank
*	  scoped; with no cutoff, once its value date has passed).  The
*	  entry goes to "H"eld, and under GCV_COVER_HOLD = "Y"
*	  DEBITSIDE_LOOKUP's X994_CHECK_COVER fails the wire to repair
*	  whenever it is resolved until its cover is matched.  A wire
*	  already in repair (the RESOLVE_SWEEP REPAIR_QUEUE: convention,
*	  default RPR) just gets a memo; one still waiting to be paid
*	  (on a WAIT_QUEUE: queue of COVER_MATCH_TABLES) is re-resolved,
*	  so it goes to repair now; one on any other queue has already
*	  been paid out without its cover -- the entry goes to "L"ate and
*	  the operators are told.  With the switch off nothing is held
*	  and the report lists the wire as overdue;
*	- re-resolves a held underlying that is still in repair once its
*	  cover is matched, so it goes on into normal processing;
*	- lists, in COVER_MATCH_OUTPUT, what it matched and held, then
*	  every item still unmatched on either side with its age in days
*	  since it arrived, and a count of each side by age.
*
* Matched entries are removed once older than /PURGE_DAYS=<n> (default
* 30); unmatched ones stay until they are matched.

* REVISION HISTORY
* ----------------
*
* R. Iverson	11-Jan-2011	CR13261
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	The purge steps past an entry it cannot delete (locked) instead
*	of coming back to it for ever.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select CVM_RPT_FILE	Assign to "COVER_MATCH_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  CVM_RPT_FILE record 132 characters.
01  CVM_RPT_REC			Pic X(132).

Working-Storage Section.

01 Today_ws			Pic X(08) value spaces.
01 Now_hhmm_ws			Pic X(04) value spaces.
01 Hold_flag_ws			Pic X(01) value space.
01 Purge_days_ws		pic 9(05) comp-5 value 30.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.
01 Cvm_end_scan_sw		Pic X value "N".
   88 Cvm_end_scan		value "Y".
01 Cvm_known_sw			Pic X value "N".
   88 Cvm_known			value "Y".
01 Cvm_connected_sw		Pic X value "N".
   88 Cvm_connected		value "Y".
01 Cvm_in_repair_sw		Pic X value "N".
   88 Cvm_in_repair		value "Y".
01 Cvm_waiting_sw		Pic X value "N".
   88 Cvm_waiting		value "Y".
01 Cvm_past_cutoff_sw		Pic X value "N".
   88 Cvm_past_cutoff		value "Y".
01 Cvm_side_x_ws		Pic X(01).
01 Cvm_result_ws		Pic X(08).
01 Cvm_basis_x_ws		Pic X(04).

* Classification rules, from the UNDERLYING: and COVER: items.
01 Rule_table_ws.
   02 Rule_entry_ws		occurs 40 times.
      03 Rule_side_ws			pic x(01).
      03 Rule_src_ws			pic x(03).
      03 Rule_mt_ws			pic x(04).
01 Rule_used_ws			pic 9(03) comp-5 value zeroes.
01 Rule_idx_ws			pic 9(03) comp-5 value zeroes.
01 Und_rule_count_ws		pic 9(03) comp-5 value zeroes.
01 Cov_rule_count_ws		pic 9(03) comp-5 value zeroes.
01 Msg_src_chk_ws		Pic X(03).
01 Msg_mt_chk_ws		Pic X(04).

* Queue names, from the REPAIR_QUEUE: and WAIT_QUEUE: items.
01 Rpq_tbl_ws.
   02 Rpq_name_ws		pic x(24) occurs 20 times.
01 Rpq_used_ws			pic 9(03) comp-5 value zeroes.
01 Wtq_tbl_ws.
   02 Wtq_name_ws		pic x(24) occurs 20 times.
01 Wtq_used_ws			pic 9(03) comp-5 value zeroes.
01 Que_idx_ws			pic 9(03) comp-5 value zeroes.
01 Cur_queue_ws			Pic X(24).

* Every unmatched item, from COVER_MATCH_QUE, in TRN order.
* Item_partner_ws is the other half when this run matches it.
01 Item_table_ws.
   02 Item_entry_ws		occurs 6000 times.
      03 Item_side_ws			pic x(01).
      03 Item_status_ws			pic x(01).
      03 Item_trn_ws			pic x(16).
      03 Item_bank_ws			pic x(03).
      03 Item_type_ws			pic x(04).
      03 Item_ccy_ws			pic x(03).
      03 Item_amount_ws			pic s9(15)v9(3) comp-3.
      03 Item_vdate_ws			pic x(08).
      03 Item_ref_ws			pic x(16).
      03 Item_rel_ws			pic x(16).
      03 Item_uetr_ws			pic x(36).
      03 Item_seen_ws			pic x(08).
      03 Item_age_ws			pic 9(05) comp-5.
      03 Item_partner_ws		pic x(16).

01 Item_used_ws			pic 9(04) comp-5 value zeroes.
01 Und_idx_ws			pic 9(04) comp-5 value zeroes.
01 Cov_idx_ws			pic 9(04) comp-5 value zeroes.
01 Cov_slot_ws			pic 9(04) comp-5 value zeroes.
01 Item_idx_ws			pic 9(04) comp-5 value zeroes.

* Unmatched items by side (1 underlying, 2 cover) and age: arrived
* today, yesterday, 2 to 5 days ago, longer.
01 Bucket_ws.
   02 Bucket_side_ws		occurs 2 times.
      03 Bucket_count_ws		pic 9(07) comp-5 occurs 4 times.
01 Bucket_s_ws			pic 9(01) comp-5 value zeroes.
01 Bucket_b_ws			pic 9(01) comp-5 value zeroes.

* Cutoff, in minutes past midnight.
01 Cvm_hhmm_ws			Pic 9(04).
01 Cvm_hhmm_x_ws redefines Cvm_hhmm_ws.
   02 Cvm_hh_ws			Pic 9(02).
   02 Cvm_mi_ws			Pic 9(02).
01 Now_mins_ws			pic 9(04) comp-5 value zeroes.
01 Cutoff_mins_ws		pic 9(04) comp-5 value zeroes.

01 New_und_count_ws		pic 9(07) comp-5 value zeroes.
01 New_cov_count_ws		pic 9(07) comp-5 value zeroes.
01 Matched_count_ws		pic 9(07) comp-5 value zeroes.
01 Held_count_ws		pic 9(07) comp-5 value zeroes.
01 Late_count_ws		pic 9(07) comp-5 value zeroes.
01 Overdue_count_ws		pic 9(07) comp-5 value zeroes.
01 Released_count_ws		pic 9(07) comp-5 value zeroes.
01 Open_und_count_ws		pic 9(07) comp-5 value zeroes.
01 Open_cov_count_ws		pic 9(07) comp-5 value zeroes.
01 Purge_count_ws		pic 9(07) comp-5 value zeroes.
01 Full_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP-5/COMP-3 fields above for the STRINGs.
01 New_und_count_ws_d		pic 9(07) usage display.
01 New_cov_count_ws_d		pic 9(07) usage display.
01 Matched_count_ws_d		pic 9(07) usage display.
01 Held_count_ws_d		pic 9(07) usage display.
01 Late_count_ws_d		pic 9(07) usage display.
01 Overdue_count_ws_d		pic 9(07) usage display.
01 Released_count_ws_d		pic 9(07) usage display.
01 Full_count_ws_d		pic 9(07) usage display.
01 Total_ws_d			pic 9(07) usage display.
01 Bucket_0_ws_d		pic 9(07) usage display.
01 Bucket_1_ws_d		pic 9(07) usage display.
01 Bucket_2_ws_d		pic 9(07) usage display.
01 Bucket_3_ws_d		pic 9(07) usage display.
01 Age_ws_d			pic z(04)9 usage display.
01 Amount_ws_d			pic z(14)9.9(3) usage display.

01 Cvm_trn_x_ws			Pic X(16).
01 Cvm_partner_x_ws		Pic X(16).
01 Cvm_ref_x_ws			Pic X(16).
01 Cvm_bank_x_ws		Pic X(03).
01 Cvm_note_x_ws		Pic X(60).
01 Cvm_memo_x_ws		Pic X(80).
01 Cvm_side_name_ws		Pic X(10).
01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end
%def		<ENT>		%`SBJ_DD_PATH:ENT_FSECT.DDL`		%end
%def <RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Cvm_q:			que(%`SBJ_DD_PATH:COVER_MATCH_QUE.DDF`);
Cvm_scan_key_ws: rec(
  Scan_date_ws:		str(8);
  Scan_num_ws:		str(8); );
Cvm_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Ws_rsts:		boolean;
Rpt_init_status:	Boolean;
Cvm_compose:		Compose(^NOTRAP);
Cvm_clip_compose:	Compose(^NOTRAILING_BLANKS);
Cvm_parse:		Parse(^NOTRAP);
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%^ The entry being worked.
Cvm_trn_vs:		vstr(16);
Cvm_partner_vs:		vstr(16);
Cvm_side_ws:		str(1);
Cvm_status_ws:		str(1);
Cvm_basis_ws:		str(4);
Cvm_vdate_ws:		str(8);
Cvm_seen_ws:		str(8);
Cvm_bank_vs:		vstr(3);
Cvm_ccy_ws:		str(3);
Cvm_memo_vs:		vstr(80);

%^ COVER_MATCH_TABLES and CURRENCY_CAL_TABLES lookups.
Cvm_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Cvm_item_key_ws:	vstr(25);
Cvm_item_type_ws:	vstr(16);
Cvm_data_ws:		vstr(64);
Cvm_ordinal_ws:		word;
Cvm_errmsg_ws:		vstr(80);
Cvm_cfg_status:		Boolean;
Cvm_rule_src_vs:	vstr(3);
Cvm_rule_mt_vs:		vstr(4);

%^ DEBITSIDE_LOOKUP arguments -- the same fixed set IFML_GATEWAY
%^ passes, with payment/non-repetitive settings.
Cvm_look_sts:		Boolean;
Cvm_nocheck_ws:		long;
Cvm_multibank_ws:	long;
Cvm_currency_ws:	str(3);
Cvm_second_id_ws:	vstr(132);
Cvm_choose_cur_ws:	long;
Cvm_xbank_ok_ws:	boolean;
Cvm_notell_ws:		long;
Cvm_nochange_ws:	boolean;
Cvm_resume_ws:		long;
Cvm_look_amount_ws:	amount;
Cvm_msg_currency_ws:	str(3);
Cvm_debit_account_ws:	str(34);
Cvm_is_payment_ws:	boolean;
Cvm_acct_type_ws:	str(1);
Cvm_rptv_ws:		boolean;
Cvm_lock_ws:		boolean;
Cvm_feekey_ws:		str(1);
Cvm_rerun_ws:		str(6);
Cvm_completed_ws:	long;
Cvm_state_ws:		long;
Cvm_currency_found_ws:	str(3);
Cvm_2nd_matched_ws:	long;
Cvm_nothing_susp_ws:	boolean;
Cvm_bank_chg_ws:	boolean;
Cvm_err_count_ws:	long;
Cvm_last_memo_ws:	vstr(80);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.
	Perform A30_LOAD_CONFIG thru A30_LOAD_CONFIG_end.

	If Und_rule_count_ws = zero
	  or Cov_rule_count_ws = zero
	    Display "%COVER_MATCH-E-NORULES, COVER_MATCH_TABLES needs"
		    " UNDERLYING: and COVER: items"
	    Move 1 to abort_ls
	    Go to A00_MAIN_END
	End-if.

	Open Output CVM_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Cover payment matching for " Delimited by size,
	       Rpt_Date.yyyymmdd Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Result    Underlying        Cover             Ccy  "
		Delimited by size,
	       "Amount              Value_dt  Note" Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

	Perform B10_COLLECT thru B10_COLLECT_end.
	Perform B20_LOAD_OPEN thru B20_LOAD_OPEN_end.
	Perform B30_MATCH thru B30_MATCH_end.
	Perform B40_CUTOFF thru B40_CUTOFF_end.
	Perform B50_AGING thru B50_AGING_end.
	Perform B60_PURGE_OLD thru B60_PURGE_OLD_end.

	Move New_und_count_ws to New_und_count_ws_d.
	Move New_cov_count_ws to New_cov_count_ws_d.
	Move Matched_count_ws to Matched_count_ws_d.
	Move Held_count_ws to Held_count_ws_d.
	Move Late_count_ws to Late_count_ws_d.
	Move Overdue_count_ws to Overdue_count_ws_d.
	Move Released_count_ws to Released_count_ws_d.
	Move spaces to Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.
	String New_und_count_ws_d Delimited by size,
	       " new underlying(s), " Delimited by size,
	       New_cov_count_ws_d Delimited by size,
	       " new cover(s); " Delimited by size,
	       Matched_count_ws_d Delimited by size,
	       " matched, " Delimited by size,
	       Released_count_ws_d Delimited by size,
	       " released from a cover hold" Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String Held_count_ws_d Delimited by size,
	       " held for cover, " Delimited by size,
	       Late_count_ws_d Delimited by size,
	       " already paid without cover, " Delimited by size,
	       Overdue_count_ws_d Delimited by size,
	       " overdue (not held)" Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

	If Full_count_ws > 0
	    Move Full_count_ws to Full_count_ws_d
	    Move spaces to Report_line_ws
	    String "*WARNING* " Delimited by size,
		   Full_count_ws_d Delimited by size,
		   " unmatched item(s) beyond the 6000 this run can hold"
			Delimited by size,
		   " - not matched or aged" Delimited by size
		into Report_line_ws
	    Write CVM_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	End-if.

	Close CVM_RPT_FILE.

	%beg
	break: INDEXA;
	break: Cvm_q;
	%end.

	%^*********************************************************************
	%^* COVER_MATCH$_COUNT  /I Cover matching: ${1} matched, ${2} held
	%^*	for cover; ${3} underlying(s) and ${4} cover(s) unmatched.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"COVER_MATCH$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Matched_count_ws, Held_count_ws,
				    Open_und_count_ws, Open_cov_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	MSG_UNION	(NoMod);
	MSG_FTR_SET	(NoMod);
	MSG_HISTORY_SEQ	(NoTrap);
	INDEXA		(Read_Only);
	%End.

	call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /BANK and /DATE command line
* qualifiers.
	Call "RPT_INIT" returning Rpt_init_status.

	If Failure_is in Rpt_init_status
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%COVER_MATCH-E-NOREFNDX, cannot connect REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"COVER_MATCH_QUE" to Cvm_q giving Ws_rsts;
	If failure_is in Ws_rsts
	    Display "%COVER_MATCH-E-NOQUEUE, cannot connect"
		    " COVER_MATCH_QUE"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%beg
	Cvm_compose ^out(Cvm_scan_key_ws),
		Rpt_Date.yyyymmdd, "00000001"/;
	%end.

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.
	Call "NEX_GET_HHMM" using
	    by reference Now_hhmm_ws.
	Move Now_hhmm_ws to Cvm_hhmm_x_ws.
	Compute Now_mins_ws = (Cvm_hh_ws * 60) + Cvm_mi_ws.

	Move space to Hold_flag_ws.
	Call "GCV_COVER_HOLD" using
		by reference Hold_flag_ws.

A10_SBJ_INIT_end.
	exit.


A20_GET_QUALIFIERS.
%^ Note whether /PURGE_DAYS=<n> was given.  Default is 30 days.

	Call "ACE_ARG_FIND" using
	      by content "-purge_d*ays:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Purge_days_ws
	End-if.

A20_GET_QUALIFIERS_end.
	exit.


A30_LOAD_CONFIG.
%^ The COVER_MATCH_TABLES items, ordinal by ordinal: UNDERLYING: and
%^ COVER: rules, then the REPAIR_QUEUE: and WAIT_QUEUE: queue names.
%^ RPR is the repair queue when none are given.

	%beg
	Cvm_union_key_ws(.Idname = "COVER_MATCH_TABLES",
			 .Idprod = "MTS",
			 .Idbank = null,
			 .Idloc  = null,
			 .Idcust = null);
	Cvm_item_type_ws = "VSTR(16)";
	%end.

	Move "U" to Cvm_side_x_ws.
	%beg Cvm_item_key_ws = "UNDERLYING:"; %end.
	Perform X10_LOAD_RULES thru X10_LOAD_RULES_end.

	Move "C" to Cvm_side_x_ws.
	%beg Cvm_item_key_ws = "COVER:"; %end.
	Perform X10_LOAD_RULES thru X10_LOAD_RULES_end.

	%beg
	Cvm_item_type_ws = "VSTR(24)";
	Cvm_item_key_ws = "REPAIR_QUEUE:";
	Cvm_ordinal_ws = <1>;
	%end.
	Perform X15_LOAD_REPAIR_QUEUE thru X15_LOAD_REPAIR_QUEUE_end.
	Perform until (Failure_is in Cvm_cfg_status)
		   or (Rpq_used_ws >= 20)
	    Add 1 to Cvm_ordinal_ws
	    Perform X15_LOAD_REPAIR_QUEUE thru X15_LOAD_REPAIR_QUEUE_end
	End-perform.

	If Rpq_used_ws = zero
	    Move 1 to Rpq_used_ws
	    Move "RPR" to Rpq_name_ws(1)
	End-if.

	%beg
	Cvm_item_key_ws = "WAIT_QUEUE:";
	Cvm_ordinal_ws = <1>;
	%end.
	Perform X16_LOAD_WAIT_QUEUE thru X16_LOAD_WAIT_QUEUE_end.
	Perform until (Failure_is in Cvm_cfg_status)
		   or (Wtq_used_ws >= 20)
	    Add 1 to Cvm_ordinal_ws
	    Perform X16_LOAD_WAIT_QUEUE thru X16_LOAD_WAIT_QUEUE_end
	End-perform.

A30_LOAD_CONFIG_end.
	exit.


B10_COLLECT.
%^ Walk the report date's entries in TRN order and file every
%^ underlying and cover not already on COVER_MATCH_QUE.

	%Beg INDEXA ^Search (forward, geq, key = Cvm_scan_key_ws); %End.

	Perform until failure_is in INDEXA_Status
		   or seq_end_is in INDEXA_Cursor
		   or Cvm_end_scan

	    If Object_is in INDEXA_Cursor
		If ref of INDEXA(1:8) = Scan_date_ws of Cvm_scan_key_ws
		    Perform C10_COLLECT_ONE thru C10_COLLECT_ONE_end
		Else
		    Move "Y" to Cvm_end_scan_sw
		End-if
	    End-if

	    %Beg INDEXA ^Next; %End

	End-perform.

	%Beg Break: INDEXA; %End.

B10_COLLECT_end.
	exit.


B20_LOAD_OPEN.
%^ Every unmatched entry into the table: underlyings open, held or
%^ late, covers open.

	%beg
	FIRST: Cvm_q;
	%end.

	Perform until Seq_end_is in Cvm_q_cursor

	    If Match_status of Cvm_q not = "M"
		If Item_used_ws < 6000
		    Perform C20_LOAD_ONE thru C20_LOAD_ONE_end
		Else
		    Add 1 to Full_count_ws
		End-if
	    End-if

	    %beg NEXT: Cvm_q; %end

	End-perform.

B20_LOAD_OPEN_end.
	exit.


B30_MATCH.
%^ Each unmatched underlying against the unmatched covers; the first
%^ cover that agrees is its pair.

	Perform varying Und_idx_ws from 1 by 1
		until Und_idx_ws > Item_used_ws
	    If Item_side_ws(Und_idx_ws) = "U"
		Perform X30_FIND_COVER thru X30_FIND_COVER_end
		If Cov_slot_ws not = zero
		    Perform C30_RECORD_MATCH thru C30_RECORD_MATCH_end
		End-if
	    End-if
	End-perform.

B30_MATCH_end.
	exit.


B40_CUTOFF.
%^ Each underlying still open once its currency's cutoff has passed.

	Perform varying Und_idx_ws from 1 by 1
		until Und_idx_ws > Item_used_ws
	    If Item_side_ws(Und_idx_ws) = "U"
	      and Item_status_ws(Und_idx_ws) = "O"
		Perform X40_CHECK_CUTOFF thru X40_CHECK_CUTOFF_end
		If Cvm_past_cutoff
		    Perform C40_OVERDUE thru C40_OVERDUE_end
		End-if
	    End-if
	End-perform.

B40_CUTOFF_end.
	exit.


B50_AGING.
%^ Everything still unmatched, underlyings then covers, with its age,
%^ and the count of each side by age.

	Move zero to Bucket_count_ws(1, 1), Bucket_count_ws(1, 2),
		     Bucket_count_ws(1, 3), Bucket_count_ws(1, 4),
		     Bucket_count_ws(2, 1), Bucket_count_ws(2, 2),
		     Bucket_count_ws(2, 3), Bucket_count_ws(2, 4).

	Move spaces to Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Unmatched items" Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Side        St  Bank  TRN               Type  Ccy  "
		Delimited by size,
	       "Amount              Value_dt  Reference         "
		Delimited by size,
	       "Arrived   Age" Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

	Move "U" to Cvm_side_x_ws.
	Move 1 to Bucket_s_ws.
	Move "UNDERLYING" to Cvm_side_name_ws.
	Perform varying Item_idx_ws from 1 by 1
		until Item_idx_ws > Item_used_ws
	    If Item_side_ws(Item_idx_ws) = Cvm_side_x_ws
	      and Item_partner_ws(Item_idx_ws) = spaces
		Perform C50_AGE_ONE thru C50_AGE_ONE_end
		Add 1 to Open_und_count_ws
	    End-if
	End-perform.

	Move "C" to Cvm_side_x_ws.
	Move 2 to Bucket_s_ws.
	Move "COVER" to Cvm_side_name_ws.
	Perform varying Item_idx_ws from 1 by 1
		until Item_idx_ws > Item_used_ws
	    If Item_side_ws(Item_idx_ws) = Cvm_side_x_ws
	      and Item_partner_ws(Item_idx_ws) = spaces
		Perform C50_AGE_ONE thru C50_AGE_ONE_end
		Add 1 to Open_cov_count_ws
	    End-if
	End-perform.

	Move spaces to Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String "Unmatched by age   Total    Today    1 day    2-5 days "
		Delimited by size,
	       "Older" Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

	Move 1 to Bucket_s_ws.
	Move "Underlyings" to Cvm_side_name_ws.
	Move Open_und_count_ws to Total_ws_d.
	Perform C55_AGE_LINE thru C55_AGE_LINE_end.

	Move 2 to Bucket_s_ws.
	Move "Covers" to Cvm_side_name_ws.
	Move Open_cov_count_ws to Total_ws_d.
	Perform C55_AGE_LINE thru C55_AGE_LINE_end.

B50_AGING_end.
	exit.


B60_PURGE_OLD.
%^ Remove matched entries once older than the purge age.

	%beg
	FIRST: Cvm_q;
	%end.

	Perform until Seq_end_is in Cvm_q_cursor

	    If Match_status of Cvm_q = "M"
		Call "NEX_DAYS_SINCE" using
			by reference Matched_time of Cvm_q
		      returning Age_days_ws
	    Else
		Move zero to Age_days_ws
	    End-if

	    If Age_days_ws > Purge_days_ws
		%beg
		DELETE: Cvm_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Cvm_q_status
		    Add 1 to Purge_count_ws
		    %beg
		    COMMIT: Tran;
		    FIRST: Cvm_q;
		    %end
		Else
		    %beg NEXT: Cvm_q; %end
		End-if
	    Else
		%beg NEXT: Cvm_q; %end
	    End-if

	End-perform.

B60_PURGE_OLD_end.
	exit.


C10_COLLECT_ONE.
%^ One REF_INDEX entry: skip it when already filed; otherwise connect
%^ the message, classify it, and file an underlying or a cover.

	Move spaces to Cvm_trn_x_ws.
	Move ref of INDEXA(1:16) to Cvm_trn_x_ws.
	%beg
	Cvm_clip_compose ^OUT(Cvm_trn_vs) Cvm_trn_x_ws, /;
	BREAK: Cvm_q;
	SEARCH: Cvm_q (notrap, forward, eql, Key = Cvm_trn_vs);
	%end.
	If success_is in Cvm_q_status
	    Go to C10_COLLECT_ONE_end
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Go to C10_COLLECT_ONE_end
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
	    Go to C10_COLLECT_ONE_CLEANUP
	End-if.

%^ Bank filter, from the standard /BANK qualifier.
	If bnk_str not = spaces
	  and BANK of MSG_FTR_SET not = bnk_str
	    Go to C10_COLLECT_ONE_CLEANUP
	End-if.

	Perform X20_CLASSIFY thru X20_CLASSIFY_end.
	If Cvm_side_x_ws = space
	    Go to C10_COLLECT_ONE_CLEANUP
	End-if.

	%Beg
	Msg_union (notrap,
	    .Dbt_seq CONN: Msg_debit_seq (notrap),
	    .Cdt_seq CONN: Msg_credit_seq (notrap) );
	Msg_union_sts = Msg_union STATUS;
	Msg_debit_seq ^FIRST CONN: Msg_debit_set (notrap);
	Msg_credit_seq ^FIRST CONN: Msg_credit_set (notrap);
	Msg_union (etrap);
	Msg_debit_seq (etrap);
	Msg_debit_set (etrap);
	Msg_credit_seq (etrap);
	Msg_credit_set (etrap);
	%End.

	If Failure_is in Msg_union_sts
	    Go to C10_COLLECT_ONE_CLEANUP
	End-if.

%^ The value date the transfer settles on: the credit side's, else the
%^ debit side's.
	%Beg  Cvm_vdate_ws = Msg_credit_set.Cdt_value_date.yyyymmdd ;  %End.
	If Cvm_vdate_ws = spaces
	    %Beg
	    Cvm_vdate_ws = Msg_debit_set.Dbt_value_date.yyyymmdd ;
	    %End
	End-if.

	Move Cvm_side_x_ws to Cvm_side_ws.
	%beg
	Alloc_Elem: Cvm_q(notrap,
	    .Systime	  NOW,
	    .Trn_key	  = Cvm_trn_vs,
	    .Cov_side	  = Cvm_side_ws,
	    .Bank	  = Msg_ftr_set.Loc_info.Bank,
	    .Src_code	  = Msg_ftr_set.Src_code,
	    .Msg_type	  = Msg_ftr_set.Incoming_msgtype,
	    .Own_ref	  = Msg_debit_set.Sbk_ref_num,
	    .Rel_ref	  = Msg_credit_set.Cdt_ref_num,
	    .Uetr	  = Msg_ftr_set.Uetr,
	    .Amount	  = Msg_ftr_set.Amount,
	    .Currency	  = Msg_ftr_set.Currency_code,
	    .Value_date	  = Cvm_vdate_ws,
	    .Match_status = "O" );
	COMMIT: Tran;
	%end.

	If Cvm_side_x_ws = "U"
	    Add 1 to New_und_count_ws
	Else
	    Add 1 to New_cov_count_ws
	End-if.

C10_COLLECT_ONE_CLEANUP.

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	BREAK: MSG_FTR_SET;
	BREAK: MSG_DEBIT_SEQ;
	BREAK: MSG_DEBIT_SET;
	BREAK: MSG_CREDIT_SEQ;
	BREAK: MSG_CREDIT_SET;
	%End.

C10_COLLECT_ONE_end.
	exit.


C20_LOAD_ONE.
%^ One unmatched entry into the table, aged from the day it arrived.

	Add 1 to Item_used_ws.
	Move Item_used_ws to Item_idx_ws.
	Move Cov_side of Cvm_q to Item_side_ws(Item_idx_ws).
	Move Match_status of Cvm_q to Item_status_ws(Item_idx_ws).
	%beg
	Cvm_trn_vs = Cvm_q.Trn_key;
	Cvm_seen_ws = Cvm_q.Systime.yyyymmdd;
	%end.
	Move spaces to Item_trn_ws(Item_idx_ws),
		       Item_partner_ws(Item_idx_ws).
	If Cvm_trn_vs_length > 0
	    Move Cvm_trn_vs(1:Cvm_trn_vs_length) to Item_trn_ws(Item_idx_ws)
	End-if.
	Move Bank of Cvm_q to Item_bank_ws(Item_idx_ws).
	Move Msg_type of Cvm_q to Item_type_ws(Item_idx_ws).
	Move Currency of Cvm_q to Item_ccy_ws(Item_idx_ws).
	Move Amount of Cvm_q to Item_amount_ws(Item_idx_ws).
	Move Value_date of Cvm_q to Item_vdate_ws(Item_idx_ws).
	Move Own_ref of Cvm_q to Item_ref_ws(Item_idx_ws).
	Move Rel_ref of Cvm_q to Item_rel_ws(Item_idx_ws).
	Move Uetr of Cvm_q to Item_uetr_ws(Item_idx_ws).
	Move Cvm_seen_ws to Item_seen_ws(Item_idx_ws).

	Call "NEX_DAYS_SINCE" using
		by reference Systime of Cvm_q
	      returning Age_days_ws.
	If Age_days_ws < 0
	    Move 0 to Age_days_ws
	End-if.
	Move Age_days_ws to Item_age_ws(Item_idx_ws).

C20_LOAD_ONE_end.
	exit.


C30_RECORD_MATCH.
%^ The underlying at Und_idx_ws and the cover at Cov_slot_ws are a
%^ pair: both entries go to "M"atched, naming each other, in one
%^ commit.  A pair's underlying held for its cover is then let go.

	Move Item_trn_ws(Cov_slot_ws) to Item_partner_ws(Und_idx_ws).
	Move Item_trn_ws(Und_idx_ws) to Item_partner_ws(Cov_slot_ws).
	Move Cvm_basis_x_ws to Cvm_basis_ws.
	Move Item_trn_ws(Und_idx_ws) to Cvm_trn_x_ws.
	Move Item_trn_ws(Cov_slot_ws) to Cvm_partner_x_ws.

	%beg
	Cvm_clip_compose ^OUT(Cvm_trn_vs) Cvm_trn_x_ws, /;
	Cvm_clip_compose ^OUT(Cvm_partner_vs) Cvm_partner_x_ws, /;
	BREAK: Cvm_q;
	SEARCH: Cvm_q (notrap, forward, eql, Key = Cvm_trn_vs);
	%end.
	If success_is in Cvm_q_status
	    %beg
	    Cvm_q(notrap,
		.Match_status	= "M",
		.Partner_trn	= Cvm_partner_vs,
		.Match_basis	= Cvm_basis_ws,
		.Matched_time	NOW );
	    %end
	End-if.

	%beg
	BREAK: Cvm_q;
	SEARCH: Cvm_q (notrap, forward, eql, Key = Cvm_partner_vs);
	%end.
	If success_is in Cvm_q_status
	    %beg
	    Cvm_q(notrap,
		.Match_status	= "M",
		.Partner_trn	= Cvm_trn_vs,
		.Match_basis	= Cvm_basis_ws,
		.Matched_time	NOW );
	    %end
	End-if.

	%beg COMMIT: Tran; %end.

	Add 1 to Matched_count_ws.
	Move "MATCHED" to Cvm_result_ws.
	Move Und_idx_ws to Item_idx_ws.
	Move spaces to Cvm_note_x_ws.
	If Cvm_basis_x_ws = "UETR"
	    Move "same UETR" to Cvm_note_x_ws
	Else
	    String "reference " Delimited by size,
		   Item_ref_ws(Und_idx_ws) Delimited by space
		into Cvm_note_x_ws
	End-if.
	If Item_status_ws(Und_idx_ws) = "L"
	    Move spaces to Cvm_note_x_ws
	    String "cover arrived after the underlying was paid"
		    Delimited by size
		into Cvm_note_x_ws
	End-if.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

	If Item_status_ws(Und_idx_ws) = "H"
	    Perform C35_RELEASE_HELD thru C35_RELEASE_HELD_end
	End-if.

	Move "M" to Item_status_ws(Und_idx_ws), Item_status_ws(Cov_slot_ws).

C30_RECORD_MATCH_end.
	exit.


C35_RELEASE_HELD.
%^ The underlying at Und_idx_ws was held for its cover, which has now
%^ matched.  Still in repair, it is re-resolved: X994 lets it through
%^ now, so clean it commits into normal processing; anything else
%^ wrong with it is cancelled and it stays in repair for the operators.

	Move Item_trn_ws(Und_idx_ws) to Cvm_trn_x_ws.
	Perform D10_CONNECT thru D10_CONNECT_end.
	If not Cvm_connected
	    Go to C35_RELEASE_HELD_end
	End-if.

	Move spaces to Cvm_partner_x_ws.
	Perform D20_CHECK_QUEUE thru D20_CHECK_QUEUE_end.
	If not Cvm_in_repair
	    Go to C35_RELEASE_HELD_CLEANUP
	End-if.

	%beg
	msg_history_seq equate: ent_msg_history;
	%end.

	Call "DAT_CONN_MSG".

	Perform D50_RESOLVE_DEBIT thru D50_RESOLVE_DEBIT_end.

	Move Item_trn_ws(Cov_slot_ws) to Cvm_partner_x_ws.
	If Success_is in Cvm_look_sts
	  and Success_is in Cvm_nothing_susp_ws
	    Move spaces to Cvm_memo_x_ws
	    String "Cover " Delimited by size,
		   Cvm_partner_x_ws Delimited by size,
		   " matched - released from the cover hold by COVER_MATCH"
			Delimited by size
		into Cvm_memo_x_ws
	    Perform D40_ADD_MEMO thru D40_ADD_MEMO_end
	    %beg COMMIT: Tran; %end
	    Add 1 to Released_count_ws
	    Move "RELEASED" to Cvm_result_ws
	    Move "cover hold lifted - released to normal processing"
		to Cvm_note_x_ws
	Else
	    %beg CANCEL: Tran; %end
	    Move "STILL" to Cvm_result_ws
	    Move spaces to Cvm_note_x_ws
	    If Cvm_last_memo_ws_length > 0
		Move Cvm_last_memo_ws(1:Cvm_last_memo_ws_length)
		    to Cvm_note_x_ws
	    End-if
	End-if.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

	Call "DAT_BREAK_MSG".

C35_RELEASE_HELD_CLEANUP.

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	%End.

C35_RELEASE_HELD_end.
	exit.


C40_OVERDUE.
%^ The underlying at Und_idx_ws has no cover and its cutoff has
%^ passed.  Under GCV_COVER_HOLD it is held: in repair already, a memo
%^ says why it stays there; on a wait queue, it is re-resolved so X994
%^ sends it to repair now; anywhere else it has been paid out without
%^ its cover.  With the switch off it is only reported.

	Move Und_idx_ws to Item_idx_ws.
	Move Item_trn_ws(Und_idx_ws) to Cvm_trn_x_ws.
	Move spaces to Cvm_partner_x_ws, Cvm_note_x_ws.

	If Hold_flag_ws not = "Y"
	    Add 1 to Overdue_count_ws
	    Move "OVERDUE" to Cvm_result_ws
	    Move "no cover by the cutoff - not held, GCV_COVER_HOLD is off"
		to Cvm_note_x_ws
	    Perform D95_REPORT_ONE thru D95_REPORT_ONE_end
	    Go to C40_OVERDUE_end
	End-if.

	Perform D10_CONNECT thru D10_CONNECT_end.
	If not Cvm_connected
	    Go to C40_OVERDUE_end
	End-if.

	Perform D20_CHECK_QUEUE thru D20_CHECK_QUEUE_end.

	If not Cvm_in_repair
	  and not Cvm_waiting
	    Move "L" to Cvm_status_ws
	    Perform D30_SET_STATUS thru D30_SET_STATUS_end
	    %beg COMMIT: Tran; %end
	    Move "L" to Item_status_ws(Und_idx_ws)
	    Add 1 to Late_count_ws
	    Move "PAID" to Cvm_result_ws
	    String "no cover by the cutoff and already on " Delimited by size,
		   Cur_queue_ws Delimited by space
		into Cvm_note_x_ws
	    Perform D95_REPORT_ONE thru D95_REPORT_ONE_end
	    Move Item_ccy_ws(Und_idx_ws) to Cvm_ccy_ws

	    %^*****************************************************************
	    %^* COVER_MATCH$_UNCOVERED  /W Underlying ${1} (${2}) was paid
	    %^*	out with no cover received by the cutoff.
	    %^*****************************************************************
	    call "NEX_CREATE_AND_BROADCAST_MSG" using
		      by content   Z"COVER_MATCH$_UNCOVERED"
		      by value -1
		      %ace_msg_arg_list(Cvm_trn_vs, Cvm_ccy_ws)
	    Go to C40_OVERDUE_CLEANUP
	End-if.

	Move "H" to Cvm_status_ws.
	Perform D30_SET_STATUS thru D30_SET_STATUS_end.
	%beg COMMIT: Tran; %end.
	Move "H" to Item_status_ws(Und_idx_ws).
	Add 1 to Held_count_ws.
	Move "HELD" to Cvm_result_ws.

	%beg
	msg_history_seq equate: ent_msg_history;
	%end.

	Call "DAT_CONN_MSG".

	If Cvm_in_repair
	    Move spaces to Cvm_memo_x_ws
	    String "Cover not received by the " Delimited by size,
		   Item_ccy_ws(Und_idx_ws) Delimited by size,
		   " cutoff - held in repair until COVER_MATCH matches it"
			Delimited by size
		into Cvm_memo_x_ws
	    Perform D40_ADD_MEMO thru D40_ADD_MEMO_end
	    %beg COMMIT: Tran; %end
	    Move "already in repair - held there for its cover"
		to Cvm_note_x_ws
	Else
	    Perform D50_RESOLVE_DEBIT thru D50_RESOLVE_DEBIT_end
	    %beg COMMIT: Tran; %end
	    String "taken off " Delimited by size,
		   Cur_queue_ws Delimited by space,
		   " to repair until its cover arrives" Delimited by size
		into Cvm_note_x_ws
	End-if.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

	Call "DAT_BREAK_MSG".

C40_OVERDUE_CLEANUP.

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	%End.

C40_OVERDUE_end.
	exit.


C50_AGE_ONE.
%^ One unmatched item's aging line, and its age bucket.

	Evaluate true
	  when Item_age_ws(Item_idx_ws) = 0
	    Move 1 to Bucket_b_ws
	  when Item_age_ws(Item_idx_ws) = 1
	    Move 2 to Bucket_b_ws
	  when Item_age_ws(Item_idx_ws) <= 5
	    Move 3 to Bucket_b_ws
	  when other
	    Move 4 to Bucket_b_ws
	End-evaluate.
	Add 1 to Bucket_count_ws(Bucket_s_ws, Bucket_b_ws).

	Move spaces to Cvm_ref_x_ws.
	If Item_side_ws(Item_idx_ws) = "U"
	    Move Item_ref_ws(Item_idx_ws) to Cvm_ref_x_ws
	Else
	    Move Item_rel_ws(Item_idx_ws) to Cvm_ref_x_ws
	End-if.
	Move Item_amount_ws(Item_idx_ws) to Amount_ws_d.
	Move Item_age_ws(Item_idx_ws) to Age_ws_d.

	Move spaces to Report_line_ws.
	String Cvm_side_name_ws Delimited by size,
	       "  " Delimited by size,
	       Item_status_ws(Item_idx_ws) Delimited by size,
	       "   " Delimited by size,
	       Item_bank_ws(Item_idx_ws) Delimited by size,
	       "   " Delimited by size,
	       Item_trn_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Item_type_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Item_ccy_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Amount_ws_d Delimited by size,
	       " " Delimited by size,
	       Item_vdate_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Cvm_ref_x_ws Delimited by size,
	       "  " Delimited by size,
	       Item_seen_ws(Item_idx_ws) Delimited by size,
	       " " Delimited by size,
	       Age_ws_d Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

C50_AGE_ONE_end.
	exit.


C55_AGE_LINE.
%^ The by-age count line for side Bucket_s_ws, its total in
%^ Total_ws_d.

	Move Bucket_count_ws(Bucket_s_ws, 1) to Bucket_0_ws_d.
	Move Bucket_count_ws(Bucket_s_ws, 2) to Bucket_1_ws_d.
	Move Bucket_count_ws(Bucket_s_ws, 3) to Bucket_2_ws_d.
	Move Bucket_count_ws(Bucket_s_ws, 4) to Bucket_3_ws_d.
	Move spaces to Report_line_ws.
	String Cvm_side_name_ws Delimited by size,
	       "         " Delimited by size,
	       Total_ws_d Delimited by size,
	       "  " Delimited by size,
	       Bucket_0_ws_d Delimited by size,
	       "  " Delimited by size,
	       Bucket_1_ws_d Delimited by size,
	       "  " Delimited by size,
	       Bucket_2_ws_d Delimited by size,
	       "  " Delimited by size,
	       Bucket_3_ws_d Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

C55_AGE_LINE_end.
	exit.


D10_CONNECT.
%^ Connect the wire Cvm_trn_x_ws through the REF_INDEX (the
%^ VALDATE_RELEASE connect).  One that cannot be connected is
%^ reported and left as it is.

	Move "N" to Cvm_connected_sw.
	Move Cvm_trn_x_ws(1:8) to Trn_date_ws of Cvm_trn_key_ws.
	Move Cvm_trn_x_ws(9:8) to Trn_num_ws of Cvm_trn_key_ws.
	%beg
	Cvm_clip_compose ^OUT(Cvm_trn_vs) Cvm_trn_x_ws, /;
	%end.

	%Beg INDEXA ^Search (forward, eql, key = Cvm_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Move "wire not on the REF_INDEX" to Cvm_note_x_ws
	    Go to D10_CONNECT_FAILED
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "message history not found" to Cvm_note_x_ws
	    Go to D10_CONNECT_FAILED
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
	    Move "message could not be connected" to Cvm_note_x_ws
	    Go to D10_CONNECT_FAILED
	End-if.

	Move "Y" to Cvm_connected_sw.
	Go to D10_CONNECT_end.

D10_CONNECT_FAILED.

	Move "SKIPPED" to Cvm_result_ws.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D10_CONNECT_end.
	exit.


D20_CHECK_QUEUE.
%^ The wire's queue is the last queue (not a *SYS_MEMO or other
%^ starred entry) on its message history; is it a repair queue, or
%^ one where an underlying waits to be paid?

	Move "N" to Cvm_in_repair_sw, Cvm_waiting_sw.
	Move spaces to Cur_queue_ws.

	%beg MSG_HISTORY_SEQ ^FIRST; %end.

	Perform until Seq_end_is in MSG_HISTORY_SEQ_Cursor
	    If Idname of Qname of MSG_HISTORY_SEQ(1:1) not = "*"
		Move Idname of Qname of MSG_HISTORY_SEQ to Cur_queue_ws
	    End-if
	    %Beg Next: MSG_HISTORY_SEQ; %End
	End-perform.

	Perform varying Que_idx_ws from 1 by 1
		until Que_idx_ws > Rpq_used_ws
		   or Cvm_in_repair
	    If Rpq_name_ws(Que_idx_ws) = Cur_queue_ws
		Move "Y" to Cvm_in_repair_sw
	    End-if
	End-perform.

	Perform varying Que_idx_ws from 1 by 1
		until Que_idx_ws > Wtq_used_ws
		   or Cvm_waiting
	    If Wtq_name_ws(Que_idx_ws) = Cur_queue_ws
		Move "Y" to Cvm_waiting_sw
	    End-if
	End-perform.

D20_CHECK_QUEUE_end.
	exit.


D30_SET_STATUS.
%^ The entry for Cvm_trn_vs to the status in Cvm_status_ws, in the
%^ caller's commit.

	%beg
	BREAK: Cvm_q;
	SEARCH: Cvm_q (notrap, forward, eql, Key = Cvm_trn_vs);
	%end.
	If success_is in Cvm_q_status
	    %beg
	    Cvm_q(notrap,
		.Match_status	= Cvm_status_ws,
		.Held_time	NOW );
	    %end
	End-if.

D30_SET_STATUS_end.
	exit.


D40_ADD_MEMO.
%^ One *SYS_MEMO on the wire, from Cvm_memo_x_ws.

	%beg
	Cvm_clip_compose ^OUT(Cvm_memo_vs) Cvm_memo_x_ws, /;

	ALLOC_END: Ent_msg_history (
			.qname (
				.Idbank = Ent_ftr_set.Loc_info.Bank,
				.Idloc = NULL,
				.Idname= "*SYS_MEMO"),
			.memo   = Cvm_memo_vs,
			.qtype	= "OBJTYP$_NULL");
	%end.

D40_ADD_MEMO_end.
	exit.


D50_RESOLVE_DEBIT.
%^ Run DEBITSIDE_LOOKUP on the wire exactly as if it had been keyed:
%^ a payment, not a repetitive, standard search options -- the fixed
%^ argument set IFML_GATEWAY's C20_RESOLVE_DEBIT passes.

	Move ZERO to Cvm_nocheck_ws, Cvm_notell_ws, Cvm_resume_ws.
	Move 1 to Cvm_multibank_ws, Cvm_choose_cur_ws.
	Set Success_is in Cvm_xbank_ok_ws to TRUE.
	Set Success_is in Cvm_nochange_ws to TRUE.
	Set Success_is in Cvm_is_payment_ws to TRUE.
	Set Failure_is in Cvm_rptv_ws to TRUE.
	Set Failure_is in Cvm_lock_ws to TRUE.
	Set Failure_is in Cvm_bank_chg_ws to TRUE.
	Move SPACE to Cvm_acct_type_ws, Cvm_feekey_ws.
	Move SPACES to Cvm_rerun_ws, Cvm_debit_account_ws.
	Move ZERO to Cvm_completed_ws, Cvm_state_ws, Cvm_2nd_matched_ws,
		     Cvm_err_count_ws.
	%Beg
	Cvm_second_id_ws = NULL;
	Cvm_last_memo_ws = NULL;
	%End.

	Move Currency_code of Ent_ftr_set to Cvm_currency_ws.
	Move Currency_code of Ent_ftr_set to Cvm_msg_currency_ws.
	Move Amount of Ent_ftr_set to Cvm_look_amount_ws.

	Call "DEBITSIDE_LOOKUP" USING
		By Reference Cvm_nocheck_ws
		By Reference Cvm_multibank_ws
		By Reference Cvm_currency_ws
		By Reference Cvm_second_id_ws
		By Reference Cvm_second_id_ws_length
		By Reference Cvm_choose_cur_ws
		By Reference Cvm_xbank_ok_ws
		By Reference Cvm_notell_ws
		By Reference Cvm_nochange_ws
		By Reference Cvm_resume_ws
		By Reference Cvm_look_amount_ws
		By Reference Cvm_msg_currency_ws
		By Reference Cvm_debit_account_ws
		By Reference Cvm_is_payment_ws
		By Reference Cvm_acct_type_ws
		By Reference Cvm_rptv_ws
		By Reference Cvm_lock_ws
		By Reference Cvm_feekey_ws
		By Reference Cvm_rerun_ws
		By Reference Cvm_completed_ws
		By Reference Cvm_state_ws
		By Reference Cvm_currency_found_ws
		By Reference Cvm_2nd_matched_ws
		By Reference Cvm_nothing_susp_ws
		By Reference Cvm_bank_chg_ws
		By Reference Cvm_err_count_ws
		By Reference Cvm_last_memo_ws
		By Reference Cvm_last_memo_ws_length
	      RETURNING Cvm_look_sts.

D50_RESOLVE_DEBIT_end.
	exit.


D95_REPORT_ONE.
%^ One line for the underlying at Item_idx_ws: what this run did with
%^ it, its cover if matched, and why.

	Move Item_amount_ws(Item_idx_ws) to Amount_ws_d.
	Move spaces to Report_line_ws.
	String Cvm_result_ws Delimited by size,
	       "  " Delimited by size,
	       Item_trn_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Cvm_partner_x_ws Delimited by size,
	       "  " Delimited by size,
	       Item_ccy_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Amount_ws_d Delimited by size,
	       " " Delimited by size,
	       Item_vdate_ws(Item_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Cvm_note_x_ws Delimited by size
		into Report_line_ws.
	Write CVM_RPT_REC from Report_line_ws.

D95_REPORT_ONE_end.
	exit.


X10_LOAD_RULES.
%^ The rules under Cvm_item_key_ws, ordinal by ordinal, for side
%^ Cvm_side_x_ws.

	%beg Cvm_ordinal_ws = <1>; %end.
	Perform X12_LOAD_ONE_RULE thru X12_LOAD_ONE_RULE_end.
	Perform until (Failure_is in Cvm_cfg_status)
		   or (Rule_used_ws >= 40)
	    Add 1 to Cvm_ordinal_ws
	    Perform X12_LOAD_ONE_RULE thru X12_LOAD_ONE_RULE_end
	End-perform.

X10_LOAD_RULES_end.
	exit.


X12_LOAD_ONE_RULE.
%^ Fetch one "src|mt" rule at the current ordinal and file it.

	Perform X14_GET_ITEM thru X14_GET_ITEM_end.
	If Failure_is in Cvm_cfg_status
	  or Cvm_data_ws_length = 0
	    Go to X12_LOAD_ONE_RULE_end
	End-if.

	%beg
	Cvm_parse ^in(Cvm_data_ws) Cvm_rule_src_vs, "|", Cvm_rule_mt_vs,
		^SPACE, /;
	%end.
	If Failure_is in Cvm_parse_status
	  or Cvm_rule_src_vs_length = 0
	  or Cvm_rule_mt_vs_length = 0
	    Display "%COVER_MATCH-W-BADRULE, COVER_MATCH_TABLES item "
		    Cvm_data_ws(1:Cvm_data_ws_length) " ignored"
	    Go to X12_LOAD_ONE_RULE_end
	End-if.

	Add 1 to Rule_used_ws.
	Move Cvm_side_x_ws to Rule_side_ws(Rule_used_ws).
	Move spaces to Rule_src_ws(Rule_used_ws), Rule_mt_ws(Rule_used_ws).
	Move Cvm_rule_src_vs(1:Cvm_rule_src_vs_length)
		to Rule_src_ws(Rule_used_ws).
	Move Cvm_rule_mt_vs(1:Cvm_rule_mt_vs_length)
		to Rule_mt_ws(Rule_used_ws).
	If Cvm_side_x_ws = "U"
	    Add 1 to Und_rule_count_ws
	Else
	    Add 1 to Cov_rule_count_ws
	End-if.

X12_LOAD_ONE_RULE_end.
	exit.


X14_GET_ITEM.
%^ One COVER_MATCH_TABLES item: Cvm_item_key_ws at Cvm_ordinal_ws.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Cvm_union_key_ws
		BY Reference Idprod of Cvm_union_key_ws
		BY Reference Idbank of Cvm_union_key_ws
		BY Reference Idloc of Cvm_union_key_ws
		BY Reference Idcust of Cvm_union_key_ws
		BY Reference Cvm_item_key_ws
		By Reference Cvm_ordinal_ws
		By Reference Cvm_item_type_ws
		By Reference Cvm_data_ws
		By Reference Cvm_data_ws_length
		By Reference Cvm_errmsg_ws
		By Reference Cvm_errmsg_ws_length
	RETURNING Cvm_cfg_status.

X14_GET_ITEM_end.
	exit.


X15_LOAD_REPAIR_QUEUE.
%^ Fetch one REPAIR_QUEUE: item at the current ordinal and file it.

	Perform X14_GET_ITEM thru X14_GET_ITEM_end.
	If Failure_is in Cvm_cfg_status
	  or Cvm_data_ws_length = 0
	    Go to X15_LOAD_REPAIR_QUEUE_end
	End-if.

	Add 1 to Rpq_used_ws.
	Move spaces to Rpq_name_ws(Rpq_used_ws).
	Move Cvm_data_ws(1:Cvm_data_ws_length) to Rpq_name_ws(Rpq_used_ws).

X15_LOAD_REPAIR_QUEUE_end.
	exit.


X16_LOAD_WAIT_QUEUE.
%^ Fetch one WAIT_QUEUE: item at the current ordinal and file it.

	Perform X14_GET_ITEM thru X14_GET_ITEM_end.
	If Failure_is in Cvm_cfg_status
	  or Cvm_data_ws_length = 0
	    Go to X16_LOAD_WAIT_QUEUE_end
	End-if.

	Add 1 to Wtq_used_ws.
	Move spaces to Wtq_name_ws(Wtq_used_ws).
	Move Cvm_data_ws(1:Cvm_data_ws_length) to Wtq_name_ws(Wtq_used_ws).

X16_LOAD_WAIT_QUEUE_end.
	exit.


X20_CLASSIFY.
%^ Cvm_side_x_ws = "U" when the connected message is an underlying,
%^ "C" a cover, space neither: the first rule whose source and message
%^ type both fit ("*" fits anything).

	Move space to Cvm_side_x_ws.
	Move spaces to Msg_src_chk_ws, Msg_mt_chk_ws.
	Move Src_code of MSG_FTR_SET to Msg_src_chk_ws.
	Move Incoming_msgtype of MSG_FTR_SET to Msg_mt_chk_ws.

	Perform varying Rule_idx_ws from 1 by 1
		until Rule_idx_ws > Rule_used_ws
		   or Cvm_side_x_ws not = space
	    If (Rule_src_ws(Rule_idx_ws) = "*"
		or Rule_src_ws(Rule_idx_ws) = Msg_src_chk_ws)
	      and (Rule_mt_ws(Rule_idx_ws) = "*"
		or Rule_mt_ws(Rule_idx_ws) = Msg_mt_chk_ws)
		Move Rule_side_ws(Rule_idx_ws) to Cvm_side_x_ws
	    End-if
	End-perform.

X20_CLASSIFY_end.
	exit.


X30_FIND_COVER.
%^ Cov_slot_ws = the first unmatched cover that pairs with the
%^ underlying at Und_idx_ws, zero when none does.  Currency, amount
%^ and value date must agree; then the UETR when both carry one,
%^ otherwise the cover's related reference against the underlying's
%^ own.  Cvm_basis_x_ws says which.

	Move zero to Cov_slot_ws.

	Perform varying Cov_idx_ws from 1 by 1
		until Cov_idx_ws > Item_used_ws
		   or Cov_slot_ws not = zero
	    If Item_side_ws(Cov_idx_ws) = "C"
	      and Item_partner_ws(Cov_idx_ws) = spaces
	      and Item_ccy_ws(Cov_idx_ws) = Item_ccy_ws(Und_idx_ws)
	      and Item_amount_ws(Cov_idx_ws) = Item_amount_ws(Und_idx_ws)
	      and Item_vdate_ws(Cov_idx_ws) = Item_vdate_ws(Und_idx_ws)
		If Item_uetr_ws(Cov_idx_ws) not = spaces
		  and Item_uetr_ws(Und_idx_ws) not = spaces
		    If Item_uetr_ws(Cov_idx_ws) = Item_uetr_ws(Und_idx_ws)
			Move Cov_idx_ws to Cov_slot_ws
			Move "UETR" to Cvm_basis_x_ws
		    End-if
		Else
		    If Item_ref_ws(Und_idx_ws) not = spaces
		      and Item_rel_ws(Cov_idx_ws) = Item_ref_ws(Und_idx_ws)
			Move Cov_idx_ws to Cov_slot_ws
			Move "REF" to Cvm_basis_x_ws
		    End-if
		End-if
	    End-if
	End-perform.

X30_FIND_COVER_end.
	exit.


X40_CHECK_CUTOFF.
%^ Has the cutoff passed for the underlying at Und_idx_ws?  Its value
%^ date gone by, yes; today, once the hour passes its currency's
%^ CURRENCY_CAL_TABLES CUTOFF:<ccy>: item (bank scoped).  A currency
%^ with no cutoff holds only once the value date has gone by.

	Move "N" to Cvm_past_cutoff_sw.

	If Item_vdate_ws(Und_idx_ws) = spaces
	  or Item_vdate_ws(Und_idx_ws) > Today_ws
	    Go to X40_CHECK_CUTOFF_end
	End-if.
	If Item_vdate_ws(Und_idx_ws) < Today_ws
	    Move "Y" to Cvm_past_cutoff_sw
	    Go to X40_CHECK_CUTOFF_end
	End-if.

	Move Item_ccy_ws(Und_idx_ws) to Cvm_ccy_ws.
	Move Item_bank_ws(Und_idx_ws) to Cvm_bank_x_ws.
	%beg Cvm_bank_vs = NULL; %end.
	If Cvm_bank_x_ws not = spaces
	    %beg
	    Cvm_clip_compose ^OUT(Cvm_bank_vs) Cvm_bank_x_ws, /;
	    %end
	End-if.

	%beg
	Cvm_union_key_ws(.Idname = "CURRENCY_CAL_TABLES",
			 .Idprod = "MTS",
			 .Idbank = Cvm_bank_vs,
			 .Idloc  = null,
			 .Idcust = null);
	Cvm_compose ^OUT(Cvm_item_key_ws) "CUTOFF:", Cvm_ccy_ws, ":", /;
	Cvm_ordinal_ws = <1>;
	Cvm_item_type_ws = "VSTR(4)";
	%End.
	Perform X14_GET_ITEM thru X14_GET_ITEM_end.

	If (Success_is in Cvm_cfg_status )
	   AND (Cvm_data_ws_length >= 4 )
	    Move Cvm_data_ws(1:4) to Cvm_hhmm_x_ws
	    If Cvm_hhmm_ws is numeric
		Compute Cutoff_mins_ws = (Cvm_hh_ws * 60) + Cvm_mi_ws
		If Now_mins_ws not < Cutoff_mins_ws
		    Move "Y" to Cvm_past_cutoff_sw
		End-if
	    End-if
	End-if.

X40_CHECK_CUTOFF_end.
	exit.
