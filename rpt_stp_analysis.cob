%Module RPT_STP_ANALYSIS <main>;
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

* Straight-through-processing rate and repair-reason analysis.
*
* A wire that stopped for repair has a repair queue on its message
* history, and what stopped it is in its error memos (X900_ERROR_MEMO
* in DEBITSIDE_LOOKUP, DEBIT_LOOK_ACCOUNT and the lookup routines),
* which live only in the history as *SYS_MEMO entries.  This report
* walks the /DATE day's REF_INDEX (the MSG_TEXT_SEARCH walk), checks
* each wire's history for a repair queue, reads a stopped wire's
* *SYS_MEMO entries, and prints:
*
*   - the STP rate by bank, source and wiretype (the CUST_WIRETYPE
*     wiretype the big dump prints), with the stopped wires' amount;
*   - the repair reasons, ranked by the number of wires they stopped,
*     with the amount and up to three example TRNs each, beside the
*     week-ago and month-ago counts.
*
* The repair queues are the REPAIR_QUEUE: items of the
* RESOLVE_SWEEP_TABLES config union (Idbank null), ordinal by ordinal,
* each a queue name, default RPR -- the list RESOLVE_SWEEP works from.
* A wire is a stopped wire when any queue on its history is one of
* them; one that never was is straight-through, whatever its memos.
*
* Reason categories come from the STP_REASON_TABLES config union
* (Idbank null), item REASON:, ordinal by ordinal, each
*	<memo text>|<category>
* A memo containing <memo text> anywhere falls in <category>; the
* first ordinal that matches wins.  Informational memos share the
* *SYS_MEMO name with the error memos, so item INFO:, ordinal by
* ordinal, lists the text an informational memo starts with; those
* memos are not repair causes.  Where the start is shared with an
* error memo, a "*" in the item is followed by text the memo must
* also contain further on ("Debit party *flagged by sanctions").
* With no INFO: items the informational memos DEBITSIDE_LOOKUP and
* the batch programs write are used (Info_dflt_values_ws).  Any other
* memo on a stopped wire counts under OTHER, which is the cue to add
* a REASON: or INFO: item, as does a stopped wire with no memo but
* informational ones.  A stopped wire is counted once under each
* reason it hit.
*
* The day's numbers are appended to the permanent STP_HISTORY file
* (one "T" record of wires and stopped wires, one "C" record per
* reason), under the /BANK scope the report ran with, "*" for all
* banks.  The trend columns come from that history the RPT_VOL_TREND
* way: week ago is the latest day on file at least seven days before
* the report date, month ago the latest day on file in the previous
* month.  A rerun for a day already on file reports but does not
* append again.
*
* Run with the standard /DATE and /BANK qualifiers (via RPT_INIT).

* REVISION HISTORY
* ----------------
*
* R. Iverson	12-Oct-2010	CR13222
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	A wire is stopped when its history shows a REPAIR_QUEUE: queue,
*	not when it has any memo off the INFO: list; INFO: items may
*	carry a "*" and default to every informational memo written.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select STP_HIST_FILE	Assign to "STP_HISTORY"
	       FILE STATUS IS Stp_hist_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select STP_RPT_FILE	Assign to "RPT_STP_ANALYSIS_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  STP_HIST_FILE record 80 characters.
01  STP_HIST_REC.
    02 STPH_DATE		pic x(08).
    02 Filler			pic x(01).
    02 STPH_SCOPE		pic x(04).
    02 Filler			pic x(01).
    02 STPH_TYPE		pic x(01).
    02 Filler			pic x(01).
    02 STPH_CATEGORY		pic x(12).
    02 Filler			pic x(01).
    02 STPH_WIRES		pic 9(07).
    02 Filler			pic x(01).
    02 STPH_STOPPED		pic 9(07).
    02 Filler			pic x(01).
    02 STPH_AMOUNT		pic 9(15)v9(03).
    02 Filler			pic x(17).

FD  STP_RPT_FILE record 132 characters.
01  STP_RPT_REC			Pic X(132).

Working-Storage Section.

01 Stp_hist_file_stat		Pic XX value spaces.
01 Stph_eof_sw			Pic X value "N".
   88 Stph_eof			value "Y".
01 Today_on_file_sw		Pic X value "N".
   88 Today_on_file		value "Y".
01 Pass_ws			Pic 9(01) value 1.

01 Report_date_ws		Pic X(08) value spaces.
01 Week_date_ws			Pic X(08) value spaces.
01 Month_date_ws		Pic X(08) value spaces.
01 Prev_yyyymm_ws		Pic X(06) value spaces.
01 Scope_ws			Pic X(04) value spaces.
01 Report_age_ws		pic s9(05) comp-5 value zeroes.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.
01 Yyyy_num_ws			pic 9(04) comp-5 value zeroes.
01 Mm_num_ws			pic 9(02) comp-5 value zeroes.
01 Ref_ym_ws.
   05 Ref_yyyy_ws		pic 9(04).
   05 Ref_mm_ws			pic 9(02).

* REASON: and INFO: items, in ordinal order.
01 Rsn_tbl_ws.
   02 Rsn_entry_ws		occurs 50 times.
      03 Rsn_text_ws			pic x(40).
      03 Rsn_len_ws			pic 9(03) comp-5.
      03 Rsn_cat_idx_ws			pic 9(03) comp-5.
01 Rsn_used_ws			pic 9(03) comp-5 value zeroes.
01 Rsn_idx_ws			pic 9(03) comp-5 value zeroes.

* Each INFO: item is the text a memo starts with and, after a "*",
* text it must also contain further on.
01 Info_tbl_ws.
   02 Info_entry_ws		occurs 40 times.
      03 Info_text_ws			pic x(40).
      03 Info_len_ws			pic 9(03) comp-5.
      03 Info_tail_ws			pic x(40).
      03 Info_tail_len_ws		pic 9(03) comp-5.
01 Info_used_ws			pic 9(03) comp-5 value zeroes.
01 Info_idx_ws			pic 9(03) comp-5 value zeroes.
01 Info_src_ws			pic x(80).
01 Info_src_len_ws		pic 9(03) comp-5 value zeroes.
01 Info_star_ws			pic 9(03) comp-5 value zeroes.

* The informational memos written by DEBITSIDE_LOOKUP (X920_INFO_MEMO)
* and the batch programs, used when there are no INFO: items.
01 Info_dflt_values_ws.
   05 Filler	pic x(60) value "Warning:".
   05 Filler	pic x(60) value "Priority set to ".
   05 Filler	pic x(60) value "Debit AIN bypassed ".
   05 Filler	pic x(60) value "First payment from this account ".
   05 Filler	pic x(60) value "Liquidity queue bypassed ".
   05 Filler	pic x(60) value
		"Currency *accepted within supervised cutoff".
   05 Filler	pic x(60) value "SWF branch *inserted".
   05 Filler	pic x(60) value
		"Debit party *flagged by sanctions screening".
   05 Filler	pic x(60) value "Debit party * Rule substituted ".
   05 Filler	pic x(60) value "Debit party * Rule inserted ".
   05 Filler	pic x(60) value "Resolved by RESOLVE_SWEEP ".
   05 Filler	pic x(60) value "Released from the liquidity queue ".
   05 Filler	pic x(60) value "Cover * matched - released ".
   05 Filler	pic x(60) value "Value date *holiday - rolled forward".
   05 Filler	pic x(60) value
		"Value date *passed in the warehouse - released".
   05 Filler	pic x(60) value "Return of ".
   05 Filler	pic x(60) value "Compensation ".
   05 Filler	pic x(60) value "No compensation - ".
   05 Filler	pic x(60) value "pain.001 ".
01 Info_dflt_tbl_ws redefines Info_dflt_values_ws.
   05 Info_dflt_ws		pic x(60) occurs 19 times.
01 Info_dflt_count_ws		pic 9(03) comp-5 value 19.

* Repair queue names, from the REPAIR_QUEUE: items.
01 Rpq_tbl_ws.
   02 Rpq_name_ws		pic x(24) occurs 20 times.
01 Rpq_used_ws			pic 9(03) comp-5 value zeroes.
01 Rpq_idx_ws			pic 9(03) comp-5 value zeroes.
01 Cur_queue_ws			Pic X(24).

* Reason categories: the configured ones in ordinal order, OTHER, then
* any met only in the history.
01 Cat_tbl_ws.
   02 Cat_entry_ws		occurs 60 times.
      03 Cat_name_ws			pic x(12).
      03 Cat_count_ws			pic 9(07) comp-5 value zeroes.
      03 Cat_amt_ws			pic 9(15)v9(3) comp-3 value zeroes.
      03 Cat_wcount_ws			pic 9(07) comp-5 value zeroes.
      03 Cat_mcount_ws			pic 9(07) comp-5 value zeroes.
      03 Cat_done_sw			pic x(01).
      03 Cat_ex_used_ws			pic 9(01) comp-5 value zeroes.
      03 Cat_example_ws			pic x(17) occurs 3 times.
01 Cat_used_ws			pic 9(03) comp-5 value zeroes.
01 Cat_idx_ws			pic 9(03) comp-5 value zeroes.
01 Cat_slot_ws			pic 9(03) comp-5 value zeroes.
01 Cat_chk_ws			pic x(12).
01 Other_slot_ws		pic 9(03) comp-5 value zeroes.
01 Best_idx_ws			pic 9(03) comp-5 value zeroes.
01 Rank_ws			pic 9(03) comp-5 value zeroes.
01 Ex_idx_ws			pic 9(01) comp-5 value zeroes.

* Reasons the current wire has already been counted under.
01 Wire_hit_tbl_ws.
   02 Wire_hit_ws		pic x(01) occurs 60 times.
01 Wire_stopped_sw		Pic X value "N".
   88 Wire_stopped		value "Y".
01 Wire_reason_sw		Pic X value "N".
   88 Wire_reason		value "Y".
01 Wire_trn_ws			Pic X(17).
01 Wire_amt_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Wire_type_ws			Pic X(04).

* The memo being classified.
01 Memo_buf_ws			Pic X(80).
01 Memo_len_ws			pic 9(03) comp-5 value zeroes.
01 Scan_idx_ws			pic 9(03) comp-5 value zeroes.
01 Scan_last_ws			pic 9(03) comp-5 value zeroes.
01 Memo_match_sw		Pic X value "N".
   88 Memo_match		value "Y".

* STP tally by bank, source and wiretype, in the order first met.
01 Stp_tally_ws.
   02 Stp_tally_entry_ws	occurs 300 times.
      03 Stp_bank_ws			pic x(04).
      03 Stp_src_ws			pic x(03).
      03 Stp_wiretype_ws		pic x(04).
      03 Stp_wires_ws			pic 9(07) comp-5 value zeroes.
      03 Stp_stopped_ws			pic 9(07) comp-5 value zeroes.
      03 Stp_stop_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Stp_idx_ws			pic 9(04) comp-5 value zeroes.
01 Stp_slot_ws			pic 9(04) comp-5 value zeroes.
01 Stp_bank_chk_ws		pic x(04).
01 Stp_src_chk_ws		pic x(03).
01 Stp_wiretype_chk_ws		pic x(04).
01 Stp_lost_ws			pic 9(07) comp-5 value zeroes.

01 Wire_count_ws		pic 9(07) comp-5 value zeroes.
01 Stopped_count_ws		pic 9(07) comp-5 value zeroes.
01 Stopped_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Week_wires_ws		pic 9(07) comp-5 value zeroes.
01 Week_stopped_ws		pic 9(07) comp-5 value zeroes.
01 Month_wires_ws		pic 9(07) comp-5 value zeroes.
01 Month_stopped_ws		pic 9(07) comp-5 value zeroes.
01 Hist_written_ws		pic 9(07) comp-5 value zeroes.

* STP percentage of Pct_wires_ws/Pct_stopped_ws, see X40_FORMAT_PCT.
01 Pct_wires_ws			pic 9(07) comp-5 value zeroes.
01 Pct_stopped_ws		pic 9(07) comp-5 value zeroes.
01 Pct_ws			pic 9(03)v9(01) value zeroes.
01 Pct_ws_d			pic zz9.9.
01 Pct_text_ws			Pic X(05).
01 Pct_today_text_ws		Pic X(05).
01 Pct_week_text_ws		Pic X(05).
01 Pct_month_text_ws		Pic X(05).

* STRING sending operands must be USAGE DISPLAY.
01 Wire_count_ws_d		pic 9(07) usage display.
01 Stopped_count_ws_d		pic 9(07) usage display.
01 Stp_wires_ws_d		pic 9(07) usage display.
01 Stp_stopped_ws_d		pic 9(07) usage display.
01 Stp_lost_ws_d		pic 9(07) usage display.
01 Cat_count_ws_d		pic 9(07) usage display.
01 Cat_wcount_ws_d		pic 9(07) usage display.
01 Cat_mcount_ws_d		pic 9(07) usage display.
01 Rank_ws_d			pic 9(03) usage display.
01 Amount_ws_d			pic 9(15)v9(3) usage display.

01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def <RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Mts_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Msg_credit_sts:		Boolean;
Stp_memo_vs:		vstr(80);
Stp_date_ws:		str(8);
Mts_compose:		Compose(^NOTRAP);
Mts_end_scan_ws:	str(1) = "N";
Rpt_init_status:	Boolean;
Return_status:		boolean;

%^ STP_REASON_TABLES lookups.
Rsn_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Rsn_item_key_ws:	vstr(25);
Rsn_item_type_ws:	vstr(16);
Rsn_data_ws:		vstr(64);
Rsn_ordinal_ws:		word;
Rsn_errmsg_ws:		vstr(80);
Rsn_cfg_status:		Boolean;
Rsn_text_vs:		vstr(40);
Rsn_cat_vs:		vstr(12);

%^ RESOLVE_SWEEP_TABLES lookups.
Rpq_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Rpq_item_key_ws:	vstr(25);
Rpq_item_type_ws:	vstr(16);
Rpq_data_ws:		vstr(64);
Rpq_ordinal_ws:		word;
Rpq_errmsg_ws:		vstr(80);
Rpq_cfg_status:		Boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_LOAD_REASONS thru A20_LOAD_REASONS_end.
	Perform A30_LOAD_QUEUES thru A30_LOAD_QUEUES_end.

	Perform B10_SCAN_INDEX thru B10_SCAN_INDEX_end.

* Pass 1: find the reference days in the history.
	Move 1 to Pass_ws.
	Perform B20_READ_HISTORY thru B20_READ_HISTORY_end.

* Pass 2: pick up the reference days' numbers.
	Move 2 to Pass_ws.
	Perform B20_READ_HISTORY thru B20_READ_HISTORY_end.

	Open Output STP_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Straight-through processing for " Delimited by size,
	       Report_date_ws Delimited by size,
	       "  bank scope " Delimited by size,
	       Scope_ws Delimited by size,
	       "  (week ago " Delimited by size,
	       Week_date_ws Delimited by size,
	       ", month ago " Delimited by size,
	       Month_date_ws Delimited by size,
	       ")" Delimited by size
		into Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

	Perform B30_PRINT_STP thru B30_PRINT_STP_end.
	Perform B40_PRINT_REASONS thru B40_PRINT_REASONS_end.

	Close STP_RPT_FILE.

	Perform B50_APPEND_HISTORY thru B50_APPEND_HISTORY_end.

	%^*********************************************************************
	%^* RPT_STP_ANALYSIS$_COUNT  /I ${1} wire(s) analyzed, ${2} stopped
	%^*	for repair.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_STP_ANALYSIS$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Wire_count_ws, Stopped_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	MSG_UNION	(NoMod);
	MSG_FTR_SET	(NoMod);
	MSG_CREDIT_SEQ	(NoMod,NoTrap);
	MSG_CREDIT_SET	(NoMod,NoTrap);
	MSG_HISTORY_SEQ	(NoMod,NoTrap);
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

	%beg
	Mts_compose ^out(Mts_trn_key_ws),
		Rpt_Date.yyyymmdd, "00000001"/;
	Stp_date_ws = Rpt_Date.yyyymmdd;
	%end.
	Move Stp_date_ws to Report_date_ws.

* History dates are aged from today and made relative to the report
* date.
	Call "NEX_DAYS_SINCE" using
		by reference Stp_date_ws
	      returning Report_age_ws.

	If bnk_str = spaces
	    Move "*" to Scope_ws
	Else
	    Move bnk_str to Scope_ws
	End-if.

* The previous month's yyyymm, for the month-ago reference.
	Move Report_date_ws(1:4) to Yyyy_num_ws.
	Move Report_date_ws(5:2) to Mm_num_ws.
	If Mm_num_ws = 1
	    Subtract 1 from Yyyy_num_ws
	    Move 12 to Mm_num_ws
	Else
	    Subtract 1 from Mm_num_ws
	End-if.
	Move Yyyy_num_ws to Ref_yyyy_ws.
	Move Mm_num_ws to Ref_mm_ws.
	Move Ref_ym_ws to Prev_yyyymm_ws.

A10_SBJ_INIT_end.
	exit.


A20_LOAD_REASONS.
%^ Load the REASON: and INFO: items, ordinal by ordinal.  Each
%^ configured category gets its slot here, so the categories keep
%^ their ordinal order; OTHER follows them.

	%beg
	Rsn_union_key_ws(.Idname = "STP_REASON_TABLES",
			 .Idprod = "MTS",
			 .Idbank = null,
			 .Idloc  = null,
			 .Idcust = null);
	Rsn_item_key_ws = "REASON:";
	Rsn_ordinal_ws = <1>;
	Rsn_item_type_ws = "VSTR(64)";
	%end.

	Perform X20_LOAD_ONE_REASON thru X20_LOAD_ONE_REASON_end.
	Perform until (Failure_is in Rsn_cfg_status)
		   or (Rsn_used_ws >= 50)
	    Add 1 to Rsn_ordinal_ws
	    Perform X20_LOAD_ONE_REASON thru X20_LOAD_ONE_REASON_end
	End-perform.

	Move "OTHER" to Cat_chk_ws.
	Perform X10_FIND_CAT thru X10_FIND_CAT_end.
	Move Cat_slot_ws to Other_slot_ws.

	%beg
	Rsn_item_key_ws = "INFO:";
	Rsn_ordinal_ws = <1>;
	%end.

	Perform X22_LOAD_ONE_INFO thru X22_LOAD_ONE_INFO_end.
	Perform until (Failure_is in Rsn_cfg_status)
		   or (Info_used_ws >= 40)
	    Add 1 to Rsn_ordinal_ws
	    Perform X22_LOAD_ONE_INFO thru X22_LOAD_ONE_INFO_end
	End-perform.

	If Info_used_ws = zero
	    Perform X26_LOAD_ONE_DFLT thru X26_LOAD_ONE_DFLT_end
		    varying Info_idx_ws from 1 by 1
		    until Info_idx_ws > Info_dflt_count_ws
	End-if.

A20_LOAD_REASONS_end.
	exit.


A30_LOAD_QUEUES.
%^ The REPAIR_QUEUE: items, ordinal by ordinal, as RESOLVE_SWEEP loads
%^ them; RPR when there are none.

	%beg
	Rpq_union_key_ws(.Idname = "RESOLVE_SWEEP_TABLES",
			 .Idprod = "MTS",
			 .Idbank = null,
			 .Idloc  = null,
			 .Idcust = null);
	Rpq_item_key_ws = "REPAIR_QUEUE:";
	Rpq_ordinal_ws = <1>;
	Rpq_item_type_ws = "VSTR(24)";
	%end.

	Perform X28_LOAD_ONE_QUEUE thru X28_LOAD_ONE_QUEUE_end.
	Perform until (Failure_is in Rpq_cfg_status)
		   or (Rpq_used_ws >= 20)
	    Add 1 to Rpq_ordinal_ws
	    Perform X28_LOAD_ONE_QUEUE thru X28_LOAD_ONE_QUEUE_end
	End-perform.

	If Rpq_used_ws = zero
	    Move 1 to Rpq_used_ws
	    Move "RPR" to Rpq_name_ws(1)
	End-if.

A30_LOAD_QUEUES_end.
	exit.


B10_SCAN_INDEX.
%^ Walk the report date's entries in TRN order.

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%RPT_STP_ANALYSIS-E-NOREFNDX, cannot connect"
		    " REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%Beg INDEXA ^Search (forward, geq, key = Mts_trn_key_ws); %End.

	Perform until failure_is in INDEXA_Status
		   or seq_end_is in INDEXA_Cursor
		   or Mts_end_scan_ws = "Y"

	    If Object_is in INDEXA_Cursor
		If ref of INDEXA(1:8) = Trn_date_ws of Mts_trn_key_ws
		    Perform C10_ONE_MSG thru C10_ONE_MSG_end
		Else
		    %beg Mts_end_scan_ws = "Y"; %end
		End-if
	    End-if

	    %Beg INDEXA ^Next; %End

	End-perform.

	%Beg Break: INDEXA; %End.

B10_SCAN_INDEX_end.
	exit.


C10_ONE_MSG.
%^ Connect one message, apply the bank filter, classify its memos,
%^ and tally it.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Go to C10_ONE_MSG_end
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
	    Go to C10_ONE_MSG_CLEANUP
	End-if.

%^ Bank filter, from the standard /BANK qualifier.
	If bnk_str not = spaces
	  and BANK of MSG_FTR_SET not = bnk_str
	    Go to C10_ONE_MSG_CLEANUP
	End-if.

	Add 1 to Wire_count_ws.
	Move "N" to Wire_stopped_sw.
	Move spaces to Wire_hit_tbl_ws.
	Move spaces to Wire_trn_ws.
	String Trn_date of Trn_ref of MSG_FTR_SET Delimited by size,
	       "-" Delimited by size,
	       Trn_num of Trn_ref of MSG_FTR_SET Delimited by size
		into Wire_trn_ws.
	Move Amount of MSG_FTR_SET to Wire_amt_ws.

	Perform D05_CHECK_REPAIR thru D05_CHECK_REPAIR_end.

	If Wire_stopped
	    Move "N" to Wire_reason_sw
	    Perform D10_SCAN_MEMOS thru D10_SCAN_MEMOS_end
	    If not Wire_reason
		Move Other_slot_ws to Cat_slot_ws
		Perform D25_COUNT_REASON thru D25_COUNT_REASON_end
	    End-if
	    Add 1 to Stopped_count_ws
	    Add Wire_amt_ws to Stopped_amt_ws
	End-if.

	Perform D30_TALLY_WIRE thru D30_TALLY_WIRE_end.

C10_ONE_MSG_CLEANUP.

	%Beg
	BREAK: MSG_CREDIT_SET;
	BREAK: MSG_CREDIT_SEQ;
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	BREAK: MSG_FTR_SET;
	%End.

C10_ONE_MSG_end.
	exit.


D05_CHECK_REPAIR.
%^ The wire stopped for repair if any queue on its message history
%^ (not a *SYS_MEMO or other starred entry) is a repair queue.

	%beg MSG_HISTORY_SEQ ^FIRST; %end.

	Perform until Seq_end_is in MSG_HISTORY_SEQ_Cursor
		   or Wire_stopped
	    If Idname of Qname of MSG_HISTORY_SEQ(1:1) not = "*"
		Move Idname of Qname of MSG_HISTORY_SEQ to Cur_queue_ws
		Perform varying Rpq_idx_ws from 1 by 1
			until Rpq_idx_ws > Rpq_used_ws
			   or Wire_stopped
		    If Rpq_name_ws(Rpq_idx_ws) = Cur_queue_ws
			Move "Y" to Wire_stopped_sw
		    End-if
		End-perform
	    End-if
	    %Beg Next: MSG_HISTORY_SEQ; %End
	End-perform.

D05_CHECK_REPAIR_end.
	exit.


D10_SCAN_MEMOS.
%^ Classify every *SYS_MEMO entry on a stopped wire's history.

	%beg MSG_HISTORY_SEQ ^FIRST; %end.

	Perform until Seq_end_is in MSG_HISTORY_SEQ_Cursor

	    If Idname of Qname of MSG_HISTORY_SEQ = "*SYS_MEMO"
		%Beg Stp_memo_vs = MSG_HISTORY_SEQ.Memo; %End
		If Stp_memo_vs_length > 0
		    Move spaces to Memo_buf_ws
		    Move Stp_memo_vs(1:Stp_memo_vs_length) to Memo_buf_ws
		    Move Stp_memo_vs_length to Memo_len_ws
		    Perform D20_CLASSIFY_MEMO thru D20_CLASSIFY_MEMO_end
		End-if
	    End-if

	    %Beg Next: MSG_HISTORY_SEQ; %End

	End-perform.

D10_SCAN_MEMOS_end.
	exit.


D20_CLASSIFY_MEMO.
%^ An informational memo is skipped; any other memo counts the wire
%^ under the first reason whose text it contains, or under OTHER.

	Move "N" to Memo_match_sw.
	Perform varying Info_idx_ws from 1 by 1
		until Info_idx_ws > Info_used_ws
		   or Memo_match
	    If Memo_len_ws not < Info_len_ws(Info_idx_ws)
	      and Memo_buf_ws(1:Info_len_ws(Info_idx_ws)) =
		    Info_text_ws(Info_idx_ws)(1:Info_len_ws(Info_idx_ws))
		Move "Y" to Memo_match_sw
		If Info_tail_len_ws(Info_idx_ws) > zero
		    Perform X32_MATCH_INFO_TAIL
			    thru X32_MATCH_INFO_TAIL_end
		End-if
	    End-if
	End-perform.

	If Memo_match
	    Go to D20_CLASSIFY_MEMO_end
	End-if.

	Move Other_slot_ws to Cat_slot_ws.

	Move 1 to Rsn_idx_ws.
	Perform until Rsn_idx_ws > Rsn_used_ws
		   or Memo_match
	    Perform X30_MATCH_REASON thru X30_MATCH_REASON_end
	    If Memo_match
		Move Rsn_cat_idx_ws(Rsn_idx_ws) to Cat_slot_ws
	    Else
		Add 1 to Rsn_idx_ws
	    End-if
	End-perform.

	Perform D25_COUNT_REASON thru D25_COUNT_REASON_end.

D20_CLASSIFY_MEMO_end.
	exit.


D25_COUNT_REASON.
%^ Count the stopped wire under reason Cat_slot_ws, once per reason.

	Move "Y" to Wire_reason_sw.
	If Wire_hit_ws(Cat_slot_ws) = "Y"
	    Go to D25_COUNT_REASON_end
	End-if.
	Move "Y" to Wire_hit_ws(Cat_slot_ws).

	Add 1 to Cat_count_ws(Cat_slot_ws).
	Add Wire_amt_ws to Cat_amt_ws(Cat_slot_ws).
	If Cat_ex_used_ws(Cat_slot_ws) < 3
	    Add 1 to Cat_ex_used_ws(Cat_slot_ws)
	    Move Cat_ex_used_ws(Cat_slot_ws) to Ex_idx_ws
	    Move Wire_trn_ws to Cat_example_ws(Cat_slot_ws, Ex_idx_ws)
	End-if.

D25_COUNT_REASON_end.
	exit.


D30_TALLY_WIRE.
%^ Count the wire into its bank/source/wiretype line.  The wiretype
%^ is the site's CUST_WIRETYPE one, as the big dump derives it; a
%^ wire without a credit party or a wiretype entry tallies under
%^ spaces.

	Move spaces to Wire_type_ws.

	%Beg
	Msg_union (notrap,
	    .Cdt_seq CONN: Msg_credit_seq (notrap) );
	Msg_credit_seq ^FIRST CONN: Msg_credit_set (notrap);
	Msg_credit_sts = Msg_credit_set STATUS;
	Msg_union (etrap);
	Msg_credit_seq (etrap);
	Msg_credit_set (etrap);
	%End.

	If Success_is in Msg_credit_sts
	    Call "CUST_WIRETYPE" using
		by reference	    OMITTED,	%^ no error messages please
		by reference	    SRC_CODE	of MSG_FTR_SET,
		by reference	    CDT_ADV_TYP of MSG_CREDIT_SET,
		by reference	    Wire_type_ws
		returning Return_status
	    If failure_is in Return_status
		Move spaces to Wire_type_ws
	    End-if
	End-if.

	Move BANK of MSG_FTR_SET to Stp_bank_chk_ws.
	Move SRC_CODE of MSG_FTR_SET to Stp_src_chk_ws.
	Move Wire_type_ws to Stp_wiretype_chk_ws.
	Perform X35_FIND_STP_SLOT thru X35_FIND_STP_SLOT_end.
	If Stp_slot_ws = zero
	    Add 1 to Stp_lost_ws
	    Go to D30_TALLY_WIRE_end
	End-if.

	Add 1 to Stp_wires_ws(Stp_slot_ws).
	If Wire_stopped
	    Add 1 to Stp_stopped_ws(Stp_slot_ws)
	    Add Wire_amt_ws to Stp_stop_amt_ws(Stp_slot_ws)
	End-if.

D30_TALLY_WIRE_end.
	exit.


B20_READ_HISTORY.
%^ Read the history once through, doing either the reference-day hunt
%^ (pass 1) or the accumulation (pass 2).  No history yet is not an
%^ error: the first run has nothing to compare with.

	Move "N" to Stph_eof_sw.

	Open Input STP_HIST_FILE.
	If Stp_hist_file_stat = "35"
	    Go to B20_READ_HISTORY_end
	End-if.
	If Stp_hist_file_stat not = "00"
	    Display "%RPT_STP_ANALYSIS-E-NOHIST, cannot open"
		    " STP_HISTORY, status " Stp_hist_file_stat
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Perform until Stph_eof

	    Read STP_HIST_FILE
		at end Move "Y" to Stph_eof_sw
		not at end
		    If STPH_SCOPE = Scope_ws
			If Pass_ws = 1
			    Perform C20_NOTE_DATES thru C20_NOTE_DATES_end
			Else
			    Perform C30_ACCUMULATE thru C30_ACCUMULATE_end
			End-if
		    End-if
	    End-read

	End-perform.

	Close STP_HIST_FILE.

B20_READ_HISTORY_end.
	exit.


C20_NOTE_DATES.
%^ Note whether the report date is already on file, the latest day at
%^ least a week before it, and the latest day of the previous month.

	If STPH_DATE = Report_date_ws
	    Move "Y" to Today_on_file_sw
	End-if.

	If STPH_DATE < Report_date_ws
	  and STPH_DATE > Week_date_ws
	    Move STPH_DATE to Stp_date_ws
	    Call "NEX_DAYS_SINCE" using
		    by reference Stp_date_ws
		  returning Age_days_ws
	    Subtract Report_age_ws from Age_days_ws
	    If Age_days_ws >= 7
		Move STPH_DATE to Week_date_ws
	    End-if
	End-if.

	If STPH_DATE(1:6) = Prev_yyyymm_ws
	  and STPH_DATE > Month_date_ws
	    Move STPH_DATE to Month_date_ws
	End-if.

C20_NOTE_DATES_end.
	exit.


C30_ACCUMULATE.
%^ Land a reference day's record in the week-ago and/or month-ago
%^ columns; the two can be the same day, as in RPT_VOL_TREND.

	If STPH_DATE not = Week_date_ws
	  and STPH_DATE not = Month_date_ws
	    Go to C30_ACCUMULATE_end
	End-if.

	If STPH_TYPE = "T"
	    If STPH_DATE = Week_date_ws
		Add STPH_WIRES to Week_wires_ws
		Add STPH_STOPPED to Week_stopped_ws
	    End-if
	    If STPH_DATE = Month_date_ws
		Add STPH_WIRES to Month_wires_ws
		Add STPH_STOPPED to Month_stopped_ws
	    End-if
	    Go to C30_ACCUMULATE_end
	End-if.

	Move STPH_CATEGORY to Cat_chk_ws.
	Perform X10_FIND_CAT thru X10_FIND_CAT_end.
	If Cat_slot_ws = zero
	    Go to C30_ACCUMULATE_end
	End-if.

	If STPH_DATE = Week_date_ws
	    Add STPH_WIRES to Cat_wcount_ws(Cat_slot_ws)
	End-if.
	If STPH_DATE = Month_date_ws
	    Add STPH_WIRES to Cat_mcount_ws(Cat_slot_ws)
	End-if.

C30_ACCUMULATE_end.
	exit.


B30_PRINT_STP.
%^ The STP rate overall and by bank, source and wiretype.

	Move Wire_count_ws to Pct_wires_ws.
	Move Stopped_count_ws to Pct_stopped_ws.
	Perform X40_FORMAT_PCT thru X40_FORMAT_PCT_end.
	Move Pct_text_ws to Pct_today_text_ws.

	Move Week_wires_ws to Pct_wires_ws.
	Move Week_stopped_ws to Pct_stopped_ws.
	Perform X40_FORMAT_PCT thru X40_FORMAT_PCT_end.
	Move Pct_text_ws to Pct_week_text_ws.

	Move Month_wires_ws to Pct_wires_ws.
	Move Month_stopped_ws to Pct_stopped_ws.
	Perform X40_FORMAT_PCT thru X40_FORMAT_PCT_end.
	Move Pct_text_ws to Pct_month_text_ws.

	Move Wire_count_ws to Wire_count_ws_d.
	Move Stopped_count_ws to Stopped_count_ws_d.
	Move Stopped_amt_ws to Amount_ws_d.
	Move spaces to Report_line_ws.
	String "STP rate " Delimited by size,
	       Pct_today_text_ws Delimited by size,
	       "%  (" Delimited by size,
	       Wire_count_ws_d Delimited by size,
	       " wires, " Delimited by size,
	       Stopped_count_ws_d Delimited by size,
	       " stopped, " Delimited by size,
	       Amount_ws_d Delimited by size,
	       ")  week ago " Delimited by size,
	       Pct_week_text_ws Delimited by size,
	       "%  month ago " Delimited by size,
	       Pct_month_text_ws Delimited by size,
	       "%" Delimited by size
		into Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Bank  Src  Type  Wires    Stopped  STP_pct  "
		Delimited by size,
	       "Stopped_amount" Delimited by size
		into Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

	Perform varying Stp_idx_ws from 1 by 1
		until Stp_idx_ws > 300

	    If Stp_bank_ws(Stp_idx_ws) not = spaces

		Move Stp_wires_ws(Stp_idx_ws) to Pct_wires_ws
		Move Stp_stopped_ws(Stp_idx_ws) to Pct_stopped_ws
		Perform X40_FORMAT_PCT thru X40_FORMAT_PCT_end

		Move Stp_wires_ws(Stp_idx_ws) to Stp_wires_ws_d
		Move Stp_stopped_ws(Stp_idx_ws) to Stp_stopped_ws_d
		Move Stp_stop_amt_ws(Stp_idx_ws) to Amount_ws_d

		Move spaces to Report_line_ws
		String Stp_bank_ws(Stp_idx_ws) Delimited by size,
		       "  " Delimited by size,
		       Stp_src_ws(Stp_idx_ws) Delimited by size,
		       "  " Delimited by size,
		       Stp_wiretype_ws(Stp_idx_ws) Delimited by size,
		       "  " Delimited by size,
		       Stp_wires_ws_d Delimited by size,
		       "  " Delimited by size,
		       Stp_stopped_ws_d Delimited by size,
		       "  " Delimited by size,
		       Pct_text_ws Delimited by size,
		       "    " Delimited by size,
		       Amount_ws_d Delimited by size
			into Report_line_ws
		Write STP_RPT_REC from Report_line_ws

	    End-if

	End-perform.

	If Stp_lost_ws > 0
	    Move Stp_lost_ws to Stp_lost_ws_d
	    Move spaces to Report_line_ws
	    String Stp_lost_ws_d Delimited by size,
		   " wire(s) beyond 300 bank/source/wiretype lines not"
			Delimited by size,
		   " listed" Delimited by size
		    into Report_line_ws
	    Write STP_RPT_REC from Report_line_ws
	End-if.

B30_PRINT_STP_end.
	exit.


B40_PRINT_REASONS.
%^ The repair reasons, most wires first.  A reason with no wires today
%^ or on either reference day is left out.

	Move spaces to Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Rank Reason        Wires    Amount              "
		Delimited by size,
	       "Wk_wires Mth_wires Example TRNs" Delimited by size
		into Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

	Perform varying Cat_idx_ws from 1 by 1
		until Cat_idx_ws > Cat_used_ws
	    Move space to Cat_done_sw(Cat_idx_ws)
	End-perform.

	Move zero to Rank_ws.
	Move 1 to Best_idx_ws.
	Perform until Best_idx_ws = zero

	    Move zero to Best_idx_ws
	    Perform varying Cat_idx_ws from 1 by 1
		    until Cat_idx_ws > Cat_used_ws
		If Cat_done_sw(Cat_idx_ws) = space
		  and (Cat_count_ws(Cat_idx_ws) > 0
		    or Cat_wcount_ws(Cat_idx_ws) > 0
		    or Cat_mcount_ws(Cat_idx_ws) > 0)
		    If Best_idx_ws = zero
			Move Cat_idx_ws to Best_idx_ws
		    Else
			If Cat_count_ws(Cat_idx_ws) >
				Cat_count_ws(Best_idx_ws)
			    Move Cat_idx_ws to Best_idx_ws
			End-if
		    End-if
		End-if
	    End-perform

	    If Best_idx_ws not = zero
		Move "Y" to Cat_done_sw(Best_idx_ws)
		Perform C50_PRINT_REASON thru C50_PRINT_REASON_end
	    End-if

	End-perform.

	If Rank_ws = zero
	    Move spaces to Report_line_ws
	    String "No repair reasons recorded" Delimited by size
		into Report_line_ws
	    Write STP_RPT_REC from Report_line_ws
	End-if.

B40_PRINT_REASONS_end.
	exit.


C50_PRINT_REASON.

	Add 1 to Rank_ws.
	Move Rank_ws to Rank_ws_d.
	Move Cat_count_ws(Best_idx_ws) to Cat_count_ws_d.
	Move Cat_amt_ws(Best_idx_ws) to Amount_ws_d.
	Move Cat_wcount_ws(Best_idx_ws) to Cat_wcount_ws_d.
	Move Cat_mcount_ws(Best_idx_ws) to Cat_mcount_ws_d.

	Move spaces to Report_line_ws.
	String Rank_ws_d Delimited by size,
	       "  " Delimited by size,
	       Cat_name_ws(Best_idx_ws) Delimited by size,
	       "  " Delimited by size,
	       Cat_count_ws_d Delimited by size,
	       "  " Delimited by size,
	       Amount_ws_d Delimited by size,
	       "  " Delimited by size,
	       Cat_wcount_ws_d Delimited by size,
	       "  " Delimited by size,
	       Cat_mcount_ws_d Delimited by size,
	       "   " Delimited by size,
	       Cat_example_ws(Best_idx_ws, 1) Delimited by size,
	       " " Delimited by size,
	       Cat_example_ws(Best_idx_ws, 2) Delimited by size,
	       " " Delimited by size,
	       Cat_example_ws(Best_idx_ws, 3) Delimited by size
		into Report_line_ws.
	Write STP_RPT_REC from Report_line_ws.

C50_PRINT_REASON_end.
	exit.


B50_APPEND_HISTORY.
%^ Append the day's numbers to the permanent history, the
%^ BY_LOGS_DMP VOLSTATS_HISTORY way: create it only when it does not
%^ exist yet ("35"); any other open failure skips the append rather
%^ than risk truncating the history.

	If Wire_count_ws = zero
	    Go to B50_APPEND_HISTORY_end
	End-if.

	If Today_on_file
	    %^***************************************************************
	    %^** RPT_STP_ANALYSIS$_ONFILE  /I ${1} already on STP_HISTORY -
	    %^**	history not appended again.
	    %^***************************************************************
	    call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_STP_ANALYSIS$_ONFILE"
		  by value -1
		  %ace_msg_arg_list(Report_date_ws)
	    Go to B50_APPEND_HISTORY_end
	End-if.

	Open Extend STP_HIST_FILE.
	If Stp_hist_file_stat = "35"
	    Open Output STP_HIST_FILE
	End-if.
	If Stp_hist_file_stat not = "00"
	    %^***************************************************************
	    %^** RPT_STP_ANALYSIS$_HISTNOOPEN  /W STP history not appended -
	    %^**	STP_HISTORY open failed, status ${1}.
	    %^***************************************************************
	    call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_STP_ANALYSIS$_HISTNOOPEN"
		  by value -1
		  %ace_msg_arg_list(Stp_hist_file_stat)
	    Go to B50_APPEND_HISTORY_end
	End-if.

	Move spaces to STP_HIST_REC.
	Move Report_date_ws to STPH_DATE.
	Move Scope_ws to STPH_SCOPE.
	Move "T" to STPH_TYPE.
	Move Wire_count_ws to STPH_WIRES.
	Move Stopped_count_ws to STPH_STOPPED.
	Move Stopped_amt_ws to STPH_AMOUNT.
	Write STP_HIST_REC.
	Add 1 to Hist_written_ws.

	Perform varying Cat_idx_ws from 1 by 1
		until Cat_idx_ws > Cat_used_ws
	    If Cat_count_ws(Cat_idx_ws) > 0
		Move spaces to STP_HIST_REC
		Move Report_date_ws to STPH_DATE
		Move Scope_ws to STPH_SCOPE
		Move "C" to STPH_TYPE
		Move Cat_name_ws(Cat_idx_ws) to STPH_CATEGORY
		Move Cat_count_ws(Cat_idx_ws) to STPH_WIRES
		Move zero to STPH_STOPPED
		Move Cat_amt_ws(Cat_idx_ws) to STPH_AMOUNT
		Write STP_HIST_REC
		Add 1 to Hist_written_ws
	    End-if
	End-perform.

	Close STP_HIST_FILE.

B50_APPEND_HISTORY_end.
	exit.


X10_FIND_CAT.
%^ Return (in Cat_slot_ws) Cat_chk_ws's category slot, claiming the
%^ next one the first time a category is met; zero when full.

	Move 1 to Cat_idx_ws.
	Perform until Cat_idx_ws > Cat_used_ws
		   or Cat_name_ws(Cat_idx_ws) = Cat_chk_ws
	    Add 1 to Cat_idx_ws
	End-perform.

	If Cat_idx_ws > Cat_used_ws
	    If Cat_used_ws >= 60
		Move zero to Cat_slot_ws
		Go to X10_FIND_CAT_end
	    End-if
	    Add 1 to Cat_used_ws
	    Move Cat_used_ws to Cat_idx_ws
	    Move Cat_chk_ws to Cat_name_ws(Cat_idx_ws)
	    Move spaces to Cat_example_ws(Cat_idx_ws, 1),
			   Cat_example_ws(Cat_idx_ws, 2),
			   Cat_example_ws(Cat_idx_ws, 3)
	End-if.

	Move Cat_idx_ws to Cat_slot_ws.

X10_FIND_CAT_end.
	exit.


X20_LOAD_ONE_REASON.
%^ Fetch one REASON: item at the current ordinal and file it.  A badly
%^ formed item is skipped; a missing one ends the load.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Rsn_union_key_ws
		BY Reference Idprod of Rsn_union_key_ws
		BY Reference Idbank of Rsn_union_key_ws
		BY Reference Idloc of Rsn_union_key_ws
		BY Reference Idcust of Rsn_union_key_ws
		BY Reference Rsn_item_key_ws
		By Reference Rsn_ordinal_ws
		By Reference Rsn_item_type_ws
		By Reference Rsn_data_ws
		By Reference Rsn_data_ws_length
		By Reference Rsn_errmsg_ws
		By Reference Rsn_errmsg_ws_length
	RETURNING Rsn_cfg_status.

	If Failure_is in Rsn_cfg_status
	    Go to X20_LOAD_ONE_REASON_end
	End-if.

	%beg
	Parse ^in(Rsn_data_ws), Rsn_text_vs, "|", Rsn_cat_vs, ^SPACE, /;
	%end.

	If Failure_is in Parse_status
	  or Rsn_text_vs_length = 0
	  or Rsn_cat_vs_length = 0
	    Display "%RPT_STP_ANALYSIS-W-BADREASON, REASON: item "
		    "skipped - " Rsn_data_ws(1:Rsn_data_ws_length)
	    Go to X20_LOAD_ONE_REASON_end
	End-if.

	Move spaces to Cat_chk_ws.
	Move Rsn_cat_vs(1:Rsn_cat_vs_length) to Cat_chk_ws.
	Perform X10_FIND_CAT thru X10_FIND_CAT_end.

	Add 1 to Rsn_used_ws.
	Move spaces to Rsn_text_ws(Rsn_used_ws).
	Move Rsn_text_vs(1:Rsn_text_vs_length) to Rsn_text_ws(Rsn_used_ws).
	Move Rsn_text_vs_length to Rsn_len_ws(Rsn_used_ws).
	Move Cat_slot_ws to Rsn_cat_idx_ws(Rsn_used_ws).

X20_LOAD_ONE_REASON_end.
	exit.


X22_LOAD_ONE_INFO.
%^ Fetch one INFO: item at the current ordinal and file it.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Rsn_union_key_ws
		BY Reference Idprod of Rsn_union_key_ws
		BY Reference Idbank of Rsn_union_key_ws
		BY Reference Idloc of Rsn_union_key_ws
		BY Reference Idcust of Rsn_union_key_ws
		BY Reference Rsn_item_key_ws
		By Reference Rsn_ordinal_ws
		By Reference Rsn_item_type_ws
		By Reference Rsn_data_ws
		By Reference Rsn_data_ws_length
		By Reference Rsn_errmsg_ws
		By Reference Rsn_errmsg_ws_length
	RETURNING Rsn_cfg_status.

	If Failure_is in Rsn_cfg_status
	  or Rsn_data_ws_length = 0
	    Go to X22_LOAD_ONE_INFO_end
	End-if.

	Move spaces to Info_src_ws.
	Move Rsn_data_ws(1:Rsn_data_ws_length) to Info_src_ws.
	Move Rsn_data_ws_length to Info_src_len_ws.
	Perform X24_FILE_INFO thru X24_FILE_INFO_end.

X22_LOAD_ONE_INFO_end.
	exit.


X24_FILE_INFO.
%^ File the INFO: text in Info_src_ws (Info_src_len_ws long): the start
%^ up to any "*", and the text after it.

	Move zero to Info_star_ws.
	Perform varying Scan_idx_ws from 1 by 1
		until Scan_idx_ws > Info_src_len_ws
		   or Info_star_ws > zero
	    If Info_src_ws(Scan_idx_ws:1) = "*"
		Move Scan_idx_ws to Info_star_ws
	    End-if
	End-perform.

	If Info_star_ws = 1
	    Go to X24_FILE_INFO_end
	End-if.

	Add 1 to Info_used_ws.
	Move spaces to Info_text_ws(Info_used_ws),
		       Info_tail_ws(Info_used_ws).
	Move zero to Info_tail_len_ws(Info_used_ws).

	If Info_star_ws = zero
	    Move Info_src_len_ws to Info_len_ws(Info_used_ws)
	Else
	    Compute Info_len_ws(Info_used_ws) = Info_star_ws - 1
	    Compute Info_tail_len_ws(Info_used_ws) =
		    Info_src_len_ws - Info_star_ws
	End-if.
	If Info_len_ws(Info_used_ws) > 40
	    Move 40 to Info_len_ws(Info_used_ws)
	End-if.
	If Info_tail_len_ws(Info_used_ws) > 40
	    Move 40 to Info_tail_len_ws(Info_used_ws)
	End-if.

	Move Info_src_ws(1:Info_len_ws(Info_used_ws))
		to Info_text_ws(Info_used_ws).
	If Info_tail_len_ws(Info_used_ws) > zero
	    Move Info_src_ws(Info_star_ws + 1:
			     Info_tail_len_ws(Info_used_ws))
		    to Info_tail_ws(Info_used_ws)
	End-if.

X24_FILE_INFO_end.
	exit.


X26_LOAD_ONE_DFLT.
%^ File default informational memo Info_idx_ws; its length is up to
%^ the last character that is not a space.

	Move spaces to Info_src_ws.
	Move Info_dflt_ws(Info_idx_ws) to Info_src_ws.
	Move 60 to Info_src_len_ws.
	Perform until Info_src_len_ws = zero
		   or Info_src_ws(Info_src_len_ws:1) not = space
	    Subtract 1 from Info_src_len_ws
	End-perform.

	Perform X24_FILE_INFO thru X24_FILE_INFO_end.

X26_LOAD_ONE_DFLT_end.
	exit.


X28_LOAD_ONE_QUEUE.
%^ Fetch one REPAIR_QUEUE: item at the current ordinal and file it.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Rpq_union_key_ws
		BY Reference Idprod of Rpq_union_key_ws
		BY Reference Idbank of Rpq_union_key_ws
		BY Reference Idloc of Rpq_union_key_ws
		BY Reference Idcust of Rpq_union_key_ws
		BY Reference Rpq_item_key_ws
		By Reference Rpq_ordinal_ws
		By Reference Rpq_item_type_ws
		By Reference Rpq_data_ws
		By Reference Rpq_data_ws_length
		By Reference Rpq_errmsg_ws
		By Reference Rpq_errmsg_ws_length
	RETURNING Rpq_cfg_status.

	If Failure_is in Rpq_cfg_status
	  or Rpq_data_ws_length = 0
	    Go to X28_LOAD_ONE_QUEUE_end
	End-if.

	Add 1 to Rpq_used_ws.
	Move spaces to Rpq_name_ws(Rpq_used_ws).
	Move Rpq_data_ws(1:Rpq_data_ws_length) to Rpq_name_ws(Rpq_used_ws).

X28_LOAD_ONE_QUEUE_end.
	exit.


X30_MATCH_REASON.
%^ Does the memo contain reason Rsn_idx_ws's text anywhere?

	Move "N" to Memo_match_sw.

	If Memo_len_ws < Rsn_len_ws(Rsn_idx_ws)
	    Go to X30_MATCH_REASON_end
	End-if.

	Compute Scan_last_ws = Memo_len_ws - Rsn_len_ws(Rsn_idx_ws) + 1.
	Perform varying Scan_idx_ws from 1 by 1
		until Scan_idx_ws > Scan_last_ws
		   or Memo_match
	    If Memo_buf_ws(Scan_idx_ws:Rsn_len_ws(Rsn_idx_ws)) =
		    Rsn_text_ws(Rsn_idx_ws)(1:Rsn_len_ws(Rsn_idx_ws))
		Move "Y" to Memo_match_sw
	    End-if
	End-perform.

X30_MATCH_REASON_end.
	exit.


X32_MATCH_INFO_TAIL.
%^ The memo starts with INFO: item Info_idx_ws's text; does it also
%^ contain the item's text after the "*" further on?  Memo_match_sw
%^ stays set only if it does.

	Move "N" to Memo_match_sw.

	If Memo_len_ws < Info_len_ws(Info_idx_ws) +
			 Info_tail_len_ws(Info_idx_ws)
	    Go to X32_MATCH_INFO_TAIL_end
	End-if.

	Compute Scan_last_ws =
		Memo_len_ws - Info_tail_len_ws(Info_idx_ws) + 1.
	Compute Scan_idx_ws = Info_len_ws(Info_idx_ws) + 1.
	Perform until Scan_idx_ws > Scan_last_ws
		   or Memo_match
	    If Memo_buf_ws(Scan_idx_ws:Info_tail_len_ws(Info_idx_ws)) =
		    Info_tail_ws(Info_idx_ws)
			(1:Info_tail_len_ws(Info_idx_ws))
		Move "Y" to Memo_match_sw
	    Else
		Add 1 to Scan_idx_ws
	    End-if
	End-perform.

X32_MATCH_INFO_TAIL_end.
	exit.


X35_FIND_STP_SLOT.
%^ First-free-slot lookup, the RPT_VOL_TREND idiom.

	Move zero to Stp_slot_ws.

	Perform varying Stp_idx_ws from 1 by 1
		until Stp_idx_ws > 300
	    If (Stp_bank_ws(Stp_idx_ws) = Stp_bank_chk_ws
	      and Stp_src_ws(Stp_idx_ws) = Stp_src_chk_ws
	      and Stp_wiretype_ws(Stp_idx_ws) = Stp_wiretype_chk_ws)
	      or Stp_bank_ws(Stp_idx_ws) = spaces
		Move Stp_idx_ws to Stp_slot_ws
		Move Stp_bank_chk_ws to Stp_bank_ws(Stp_idx_ws)
		Move Stp_src_chk_ws to Stp_src_ws(Stp_idx_ws)
		Move Stp_wiretype_chk_ws to Stp_wiretype_ws(Stp_idx_ws)
		Move 301 to Stp_idx_ws
	    End-if
	End-perform.

X35_FIND_STP_SLOT_end.
	exit.


X40_FORMAT_PCT.
%^ Pct_text_ws = the STP percentage of Pct_wires_ws, "  n/a" when there
%^ were none.

	If Pct_wires_ws = zero
	    Move "  n/a" to Pct_text_ws
	    Go to X40_FORMAT_PCT_end
	End-if.

	Compute Pct_ws rounded =
	    ((Pct_wires_ws - Pct_stopped_ws) * 100) / Pct_wires_ws.
	Move Pct_ws to Pct_ws_d.
	Move Pct_ws_d to Pct_text_ws.

X40_FORMAT_PCT_end.
	exit.
